       identification division.
      * cgl165 - test/demo mainframe conversion to micro focus cobol
      *        - inventory-to-gl interface, the cost side cgl160 never
      *          booked - the inventory asset on GLMSNEW now moves when
      *          stock is received and relieved
      *        - values one day's INVHIST movements (env-var
      *          CGL165-DATE, yymmdd, default the run date) at the
      *          PRODMAS pm-cost: the car231 receipts ('RC') debit
      *          INVENTRY and credit the APACCR received-not-invoiced
      *          clearing account - the account stock POs are raised
      *          against, so the cap235 voucher's debit to the PO
      *          account clears it - and the car232 relief ('SL' net
      *          of the 'RT' returns) debits COGS and credits
      *          INVENTRY, all three named on ACCTMAP; count
      *          adjustments ('CT') are left alone, car244 posts them
      *        - one balanced GLTRANS batch per kind with its BATCHHDR
      *          row and INTFCTL GEN stamp, the way the other
      *          generators hand over to cgl200
      *        - ends with the inventory control reconciliation: the
      *          stock on PRODMAS extended at pm-cost (car233's total
      *          at cost) against the INVENTRY balance on GLMSNEW plus
      *          this run's batches; a difference is shown and the
      *          JOBSUM status says OUTOFBAL
       program-id. cgl165.
       environment division.
       input-output section.
       file-control.
           select invhist assign external INVHIST
                  organization record sequential access mode sequential
                  file status invhist-stat.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select intfrpt assign external INTFRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  invhist record contains 48 characters.
           01 ihrec. copy "invhist.cpy".
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  glmsnew record contains 128 characters.
           01 glmrec.
              05 glm-acct       pic x(8).
              05 glm-type       pic x(10).
              05 glm-dscrptn    pic x(30).
              05 glm-balance    pic s9(9)v99 comp-3.
              05 glm-period-actv pic s9(9)v99 comp-3.
              05 glm-ytd-balance pic s9(9)v99 comp-3.
              05 glm-date       pic x(8).
              05 glm-company    pic x(2).
              05 filler         pic x(52).
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
       fd  intfrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 invhist-eof        pic x value ' '.
               88 invhist-at-eof          value '1'.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 sel-date           pic 9(6) value zeros.
           05 rows-read          pic 9(7) value zeros.
           05 rows-valued        pic 9(7) value zeros.
           05 nocost-count       pic 9(5) value zeros.
           05 move-value         pic s9(9)v99 comp-3 value 0.
           05 rcpt-value         pic s9(11)v99 comp-3 value 0.
           05 cogs-value         pic s9(11)v99 comp-3 value 0.
           05 gl-amount          pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzz,zzz,zz9.99-.
       01  map-flds.
           05 map-inventry       pic x(8) value spaces.
           05 map-apaccr         pic x(8) value spaces.
           05 map-cogs           pic x(8) value spaces.
      * the products' unit costs off PRODMAS, and the stock extended
      * at cost for the reconciliation
       01  prod-flds.
           05 prod-count         pic 9(4) value zeros.
           05 prod-idx           pic 9(4) value zeros.
           05 prod-found-sw      pic x value 'N'.
               88 prod-found              value 'Y'.
           05 onhand-wk          pic s9(7) value zeros.
           05 cost-wk            pic 9(5)v99 value zeros.
           05 stock-cost         pic s9(9)v99 comp-3 value 0.
       01  prod-table.
           05 prod-entry occurs 2000 times.
              10 pt-prod         pic x(6).
              10 pt-cost         pic 9(5)v99.
      * inventory control reconciliation
       01  recon-flds.
           05 stock-at-cost      pic s9(11)v99 comp-3 value 0.
           05 inv-balance        pic s9(11)v99 comp-3 value 0.
           05 inv-found-sw       pic x value 'N'.
               88 inv-found               value 'Y'.
           05 run-net            pic s9(11)v99 comp-3 value 0.
           05 difference         pic s9(11)v99 comp-3 value 0.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  edit-flds.
           05 sel-date-txt       pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 invhist-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-date-txt from environment "CGL165-DATE"
               on exception move '000000' to sel-date-txt
           end-accept.
           call "numedit" using sel-date-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-date-txt to sel-date
           else
              display "CGL165 - INVALID CGL165-DATE VALUE: "
                  sel-date-txt upon console
              move zeros to sel-date
           end-if.
           if sel-date = zeros
              move rundate-ymd6 to sel-date
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
           if map-inventry = spaces or map-apaccr = spaces
                 or map-cogs = spaces
              display "CGL165 - ACCTMAP MUST NAME INVENTRY, APACCR AND "
                  "COGS ACCOUNTS, NOTHING GENERATED" upon console
              stop run returning 16
           end-if.
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
           open output intfrpt.
           move spaces to rptline.
           string "INVENTORY TO GL INTERFACE - MOVEMENTS OF " sel-date
                  "   RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
      * no INVHIST yet is no movements to value
           open input invhist.
           if invhist-stat = '00'
              read invhist at end move '1' to invhist-eof
              end-read
              perform valuertn until invhist-at-eof
              close invhist
           end-if.
           perform glfeedrtn.
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
           perform glbalrtn until glmsnew-at-eof.
           close glmsnew.
           perform reconrtn.
           close intfrpt.
           move "CGL165" to jobsum-pgm.
           move rows-valued to jobsum-count.
           if difference not = 0 or not inv-found
              move "OUTOFBAL" to jobsum-status
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
              if am-kind = "APACCR"
                 move am-acct to map-apaccr
              else
                 if am-kind = "COGS"
                    move am-acct to map-cogs
                 end-if
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
      * every product's cost for the valuation, and its on-hand at
      * that cost for the reconciliation - blanks read as zero
       loadprodrtn.
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
           compute stock-cost rounded = onhand-wk * cost-wk.
           add stock-cost to stock-at-cost.
           if prod-count >= 2000
              display "CGL165 - PROD-TABLE FULL, PM-PROD: "
                  pm-prod " NOT LOADED" upon console
           else
              add 1 to prod-count
              move pm-prod to pt-prod (prod-count)
              move cost-wk to pt-cost (prod-count)
           end-if.
           read prodmas at end move '1' to prodmas-eof.
      * one movement of the selected day - receipts to the receipt
      * batch, sales and returns to cost of sales
       valuertn.
           if ih-date = sel-date
                 and (ih-receipt or ih-sale or ih-return)
              add 1 to rows-read
              perform findprodrtn
              if prod-found and pt-cost (prod-idx) not = 0
                 add 1 to rows-valued
                 compute move-value rounded =
                     ih-qty * pt-cost (prod-idx)
                 if ih-receipt
                    add move-value to rcpt-value
                 else
                    subtract move-value from cogs-value
                 end-if
              else
                 add 1 to nocost-count
                 move spaces to rptline
                 string "NOT VALUED - NO COST ON PRODMAS - PROD: "
                        ih-prod "  TYPE: " ih-type "  QTY: " ih-qty
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              end-if
           end-if.
           read invhist at end move '1' to invhist-eof.
       findprodrtn.
           move 1 to prod-idx.
           move 'N' to prod-found-sw.
           perform findprod1rtn
               until prod-found or prod-idx > prod-count.
       findprod1rtn.
           if pt-prod (prod-idx) = ih-prod
              move 'Y' to prod-found-sw
           else
              add 1 to prod-idx
           end-if.
      * one balanced batch per kind - a day with more returns than
      * sales reverses the cost of sales entry
       glfeedrtn.
           if rcpt-value not = 0 or cogs-value not = 0
              open output gltrans
              open extend batchhdr
              if batchhdr-stat = '35'
                 open output batchhdr
              end-if
              if rcpt-value not = 0
                 perform rcptbatchrtn
              end-if
              if cogs-value not = 0
                 perform cogsbatchrtn
              end-if
              close gltrans batchhdr
           end-if.
       rcptbatchrtn.
           move spaces to gltrec.
           move "IV" to glt-type.
           move "INVENTORY RECEIPTS AT COST" to glt-dscrptn.
           move spaces to glt-batch.
           string "N" sel-date (2:5) delimited by size
               into glt-batch
           end-string.
           move "INVRC" to glt-ref.
           move sel-date to glt-date.
           move '01' to glt-company.
           if rcpt-value < 0
              compute gl-amount = 0 - rcpt-value
              move map-apaccr to glt-acct
              move gl-amount to glt-amount
              move 'DR' to glt-js
              write gltrec
              move map-inventry to glt-acct
              move 'CR' to glt-js
              write gltrec
           else
              move rcpt-value to gl-amount
              move map-inventry to glt-acct
              move gl-amount to glt-amount
              move 'DR' to glt-js
              write gltrec
              move map-apaccr to glt-acct
              move 'CR' to glt-js
              write gltrec
           end-if.
           perform batchendrtn.
           move rcpt-value to amt-ed.
           move spaces to rptline.
           string "BATCH " glt-batch "  RECEIPTS AT COST:      " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       cogsbatchrtn.
           move spaces to gltrec.
           move "IV" to glt-type.
           move "COST OF SALES AT COST" to glt-dscrptn.
           move spaces to glt-batch.
           string "G" sel-date (2:5) delimited by size
               into glt-batch
           end-string.
           move "COGS" to glt-ref.
           move sel-date to glt-date.
           move '01' to glt-company.
           if cogs-value < 0
              compute gl-amount = 0 - cogs-value
              move map-inventry to glt-acct
              move gl-amount to glt-amount
              move 'DR' to glt-js
              write gltrec
              move map-cogs to glt-acct
              move 'CR' to glt-js
              write gltrec
           else
              move cogs-value to gl-amount
              move map-cogs to glt-acct
              move gl-amount to glt-amount
              move 'DR' to glt-js
              write gltrec
              move map-inventry to glt-acct
              move 'CR' to glt-js
              write gltrec
           end-if.
           perform batchendrtn.
           move cogs-value to amt-ed.
           move spaces to rptline.
           string "BATCH " glt-batch "  COST OF SALES AT COST: " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       batchendrtn.
           move spaces to bh-rec.
           move glt-batch to bh-batch.
           compute bh-total = gl-amount * 2.
           move ' ' to bh-reverse.
           write bh-rec.
           move "GEN" to intf-event.
           move "CGL165" to intf-source.
           move gl-amount to intf-debits.
           move gl-amount to intf-credits.
           call "intfctl" using intf-event glt-batch
               intf-source glt-date intf-debits intf-credits.
       glbalrtn.
           if glm-acct = map-inventry
              move 'Y' to inv-found-sw
              add glm-balance to inv-balance
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
      * the stock at cost against the ledger - this run's batches
      * aren't posted yet, so they are in transit
       reconrtn.
           compute run-net = rcpt-value - cogs-value.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "MOVEMENTS VALUED: " rows-valued
                  "  NOT VALUED (NO COST): " nocost-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "INVENTORY CONTROL RECONCILIATION" to rptline.
           write rptline before advancing 1 line.
           move stock-at-cost to amt-ed.
           move spaces to rptline.
           string "PRODMAS STOCK AT COST:        " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move inv-balance to amt-ed.
           move spaces to rptline.
           if inv-found
              string "GL INVENTORY (" map-inventry "):    " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "GL INVENTORY (" map-inventry "):    " amt-ed
                     "  *** ACCOUNT NOT ON GLMSNEW ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           move run-net to amt-ed.
           move spaces to rptline.
           string "THIS RUN IN TRANSIT:          " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute difference = stock-at-cost - inv-balance - run-net.
           move difference to amt-ed.
           move spaces to rptline.
           string "DIFFERENCE:                   " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           if difference = 0 and inv-found
              move "INVENTORY RECONCILES TO THE GL CONTROL ACCOUNT"
                  to rptline
           else
              move "*** INVENTORY DOES NOT RECONCILE TO THE LEDGER ***"
                  to rptline
           end-if.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
