       identification division.
      * car244 - test/demo mainframe conversion to micro focus cobol
      *        - physical inventory count adjustment - once the car243
      *          variance report is approved, the counted quantities
      *          replace pm-onhand on the new PRODMAS2 generation and
      *          the books are brought to the shelf in one GL batch
      *        - will not run unless env-var CAR244-APPROVED is 'Y',
      *          set by whoever signed the variance report; without it
      *          nothing is written and the step ends return code 16
      *        - matches sorted COUNTTRN against PRODMAS by product the
      *          car231 way and rejects exactly what car243 rejects,
      *          so what is posted is what was approved; a product
      *          with no valid count row is carried unchanged
      *        - the net of the variances at pm-cost goes out as one
      *          balanced GLTRANS batch with its BATCHHDR row and
      *          INTFCTL GEN stamp - shrinkage debits the INVSHRNK
      *          account and credits INVENTRY, an overage the other
      *          way round, both named on ACCTMAP
      *        - every adjustment is appended to the INVHIST movement
      *          history as a 'CT' row, referenced by the count sheet
      *        - the ADJREG register lists every product adjusted
       program-id. car244.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select counttrn assign external COUNTTRN
                  organization record sequential access mode sequential
                  file status counttrn-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select prodmas2 assign external PRODMAS2
                  organization line sequential.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select invhist assign external INVHIST
                  organization record sequential access mode sequential
                  file status invhist-stat.
           select adjreg assign external ADJREG
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  counttrn record contains 40 characters.
           01 ctrec. copy "counttrn.cpy".
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  prodmas2 record contains 80 characters.
           01 prodrec2.
              05 pm2-prod        pic x(6).
              05 pm2-dscrptn     pic x(30).
              05 pm2-price       pic 9(5)v99.
              05 pm2-status      pic x(1).
              05 pm2-onhand      pic s9(7)  sign leading separate.
              05 pm2-cost        pic 9(5)v99.
              05 filler          pic x(19).
       fd  gltrans record contains 80 characters.
           01 gltrec.
              05 glt-acct       pic 9(8).
              05 glt-type       pic x(2).
              05 glt-dscrptn    pic x(30).
              05 glt-amount     pic s9(8)v99.
              05 glt-batch      pic x(6).
              05 glt-js         pic x(2).
              05 glt-ref        pic x(6).
              05 glt-date       pic x(6).
              05 glt-company    pic x(2).
              05 filler         pic x(8).
       fd  batchhdr record contains 20 characters.
           01 bh-rec.
              05 bh-batch       pic x(6).
              05 bh-total       pic s9(8)v99.
              05 bh-reverse     pic x(1).
              05 filler         pic x(3).
       fd  invhist record contains 48 characters.
           01 ihrec. copy "invhist.cpy".
       fd  adjreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value 'Y'.
           05 counttrn-eof       pic x value ' '.
               88 counttrn-at-eof         value 'Y'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 approved-sw        pic x value 'N'.
               88 approved                value 'Y'.
           05 adj-count          pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 count-qty          pic s9(7) value zeros.
           05 counted-qty        pic s9(7) value zeros.
           05 prod-rows          pic 9(3) value zeros.
           05 last-sheet         pic x(7) value spaces.
           05 var-qty            pic s9(7) value zeros.
           05 var-value          pic s9(9)v99 comp-3 value 0.
           05 net-total          pic s9(11)v99 comp-3 value 0.
           05 gl-amount          pic s9(11)v99 comp-3 value 0.
           05 value-ed           pic zzzz,zzz.99-.
           05 total-ed           pic zzz,zzz,zz9.99-.
       01  map-flds.
           05 map-inventry       pic x(8) value spaces.
           05 map-invshrnk       pic x(8) value spaces.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 7.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 counttrn-stat      pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
           05 invhist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept approved-sw from environment "CAR244-APPROVED"
               on exception move 'N' to approved-sw
           end-accept.
           if not approved
              display "CAR244 - CAR244-APPROVED NOT 'Y' - VARIANCE "
                  "REPORT NOT APPROVED, NOTHING ADJUSTED" upon console
              stop run returning 16
           end-if.
           open input acctmap.
           if acctmap-stat not = '00'
              move acctmap-stat to mf-filestat
              move "ACCTMAP"    to mf-filenamei
              move "ACCTMAP"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read acctmap at end move '1' to acctmap-eof.
           perform loadmaprtn until acctmap-at-eof.
           close acctmap.
           if map-inventry = spaces or map-invshrnk = spaces
              display "CAR244 - ACCTMAP MUST NAME INVENTRY AND "
                  "INVSHRNK ACCOUNTS, NOTHING ADJUSTED" upon console
              stop run returning 16
           end-if.
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
           open output prodmas2 adjreg.
           open extend invhist.
           if invhist-stat = '35'
              open output invhist
           end-if.
           move spaces to regline.
           string "PHYSICAL COUNT ADJUSTMENT REGISTER - RUN DATE "
                  rundate-ymd6e
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           read prodmas at end move 'Y' to prodmas-eof.
           read counttrn at end move 'Y' to counttrn-eof.
           perform matchrtn until prodmas-at-eof and counttrn-at-eof.
           perform glfeedrtn.
           perform ttlrtn.
           close prodmas counttrn prodmas2 adjreg invhist.
           move "CAR244" to jobsum-pgm.
           move adj-count to jobsum-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           if am-kind = "INVENTRY"
              move am-acct to map-inventry
           else
              if am-kind = "INVSHRNK"
                 move am-acct to map-invshrnk
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       matchrtn.
           if prodmas-at-eof
              perform cntonlyrtn
           else
              if counttrn-at-eof
                 perform copymastrtn
              else
                 if ct-prod < pm-prod
                    perform cntonlyrtn
                 else
                    if ct-prod > pm-prod
                       perform copymastrtn
                    else
                       perform adjrtn
                    end-if
                 end-if
              end-if
           end-if.
       cntonlyrtn.
           move spaces to regline.
           string "REJECTED - PRODUCT NOT ON PRODMAS: " ct-prod
                  "  QTY: " ct-qty "  SHEET: " ct-sheet
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           add 1 to reject-count.
           read counttrn at end move 'Y' to counttrn-eof.
       copymastrtn.
           perform bldmastrtn.
           write prodrec2.
           read prodmas at end move 'Y' to prodmas-eof.
      * the new-generation row for this product - a blank on-hand
      * or cost under the numeric fields counts as zero
       bldmastrtn.
           move spaces to prodrec2.
           move pm-prod to pm2-prod.
           move pm-dscrptn to pm2-dscrptn.
           move pm-price to pm2-price.
           move pm-status to pm2-status.
           if pm-onhand numeric
              move pm-onhand to pm2-onhand
           else
              move zeros to pm2-onhand
           end-if.
           if pm-cost numeric
              move pm-cost to pm2-cost
           else
              move zeros to pm2-cost
           end-if.
      * a counted product - the count rows add up and the total
      * becomes the on-hand
       adjrtn.
           perform bldmastrtn.
           move zeros to counted-qty.
           move zeros to prod-rows.
           perform addcntrtn.
           perform addcntrtn
               until counttrn-at-eof or ct-prod not = pm-prod.
           if prod-rows > 0
              perform adj1rtn
           end-if.
           write prodrec2.
           read prodmas at end move 'Y' to prodmas-eof.
       adj1rtn.
           compute var-qty = counted-qty - pm2-onhand.
           compute var-value rounded = var-qty * pm2-cost.
           move counted-qty to pm2-onhand.
           add var-value to net-total.
           if var-qty not = 0
              add 1 to adj-count
              move var-value to value-ed
              move spaces to regline
              string "ADJUSTED  PROD: " pm-prod "  COUNTED: "
                     counted-qty "  VARIANCE: " var-qty
                     "  AT COST: " value-ed
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              move spaces to ihrec
              move pm-prod to ih-prod
              move rundate-ymd6 to ih-date
              move "CT" to ih-type
              move var-qty to ih-qty
              move spaces to ih-ref
              string "CNT" last-sheet delimited by size
                  into ih-ref
              end-string
              move counted-qty to ih-balance
              write ihrec
           end-if.
       addcntrtn.
           move 7 to edit-lth.
           call "numedit" using ct-qty edit-lth edit-valid-sw.
           if edit-valid
              move ct-qty to count-qty
              add count-qty to counted-qty
              add 1 to prod-rows
              move ct-sheet to last-sheet
           else
              move spaces to regline
              string "REJECTED - QTY NOT NUMERIC - PROD: " ct-prod
                     "  QTY: " ct-qty "  SHEET: " ct-sheet
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              add 1 to reject-count
           end-if.
           read counttrn at end move 'Y' to counttrn-eof.
      * one balanced GLTRANS batch for the net variance - DR shrink/
      * CR inventory for a loss, the reverse for a gain
       glfeedrtn.
           if net-total = 0
              continue
           else
              open output gltrans
              open extend batchhdr
              if batchhdr-stat = '35'
                 open output batchhdr
              end-if
              move spaces to gltrec
              move "IC" to glt-type
              move "PHYSICAL COUNT ADJUSTMENT" to glt-dscrptn
              move spaces to glt-batch
              string "C" rundate-ymd6 (2:5) delimited by size
                  into glt-batch
              end-string
              move "COUNT" to glt-ref
              move rundate-ymd6 to glt-date
              move '01' to glt-company
              if net-total < 0
                 compute gl-amount = 0 - net-total
                 move map-invshrnk to glt-acct
                 move gl-amount to glt-amount
                 move 'DR' to glt-js
                 write gltrec
                 move map-inventry to glt-acct
                 move 'CR' to glt-js
                 write gltrec
              else
                 move net-total to gl-amount
                 move map-inventry to glt-acct
                 move gl-amount to glt-amount
                 move 'DR' to glt-js
                 write gltrec
                 move map-invshrnk to glt-acct
                 move 'CR' to glt-js
                 write gltrec
              end-if
              move spaces to bh-rec
              move glt-batch to bh-batch
              compute bh-total = gl-amount * 2
              move ' ' to bh-reverse
              write bh-rec
              move "GEN" to intf-event
              move "CAR244" to intf-source
              move gl-amount to intf-debits
              move gl-amount to intf-credits
              call "intfctl" using intf-event glt-batch
                  intf-source glt-date intf-debits intf-credits
              close gltrans batchhdr
           end-if.
       ttlrtn.
           move spaces to regline.
           write regline before advancing 1 line.
           move net-total to total-ed.
           move spaces to regline.
           string "PRODUCTS ADJUSTED: " adj-count
                  "  NET ADJUSTMENT AT COST: " total-ed
                  "  REJECTED: " reject-count
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       copy "unixproc1.cpy".
