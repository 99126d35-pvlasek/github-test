      *        - sales against a product not on PRODMAS are car230's
      *          orphans to report, but their quantities are totalled
      *          here so the register foots to the sales file
      *        - each product's movement is appended to the INVHIST
      *          history, the sales relieved as an 'SL' row and the
      *          credit memo quantities put back as an 'RT' row, each
      *          with the on-hand balance after it
      *        - the RELFREG register shows the relieved quantity per
      *          product and the file totals
       program-id. car232.
                  file status prodmas-stat.
           select prodmas2 assign external PRODMAS2
                  organization line sequential.
           select invhist assign external INVHIST
                  organization record sequential access mode sequential
                  file status invhist-stat.
           select relfreg assign external RELFREG
                  organization line sequential.
      *eject
              05 pm2-onhand      pic s9(7)  sign leading separate.
              05 pm2-cost        pic 9(5)v99.
              05 filler          pic x(19).
       fd  invhist record contains 48 characters.
           01 ihrec. copy "invhist.cpy".
       fd  relfreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
           05 orphan-count       pic 9(5) value zeros.
           05 sd-prod-srch       pic x(6) value spaces.
           05 relief-qty         pic s9(9) value zeros.
           05 hist-qty           pic s9(9) value zeros.
       01  sold-table.
           05 sold-entry occurs 500 times.
              10 st-prod         pic x(6).
              10 st-qty          pic s9(9) comp-3.
              10 st-ret-qty      pic s9(9) comp-3.
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 invhist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              perform mf-display-filestat-eoj
           end-if.
           open output prodmas2 relfreg.
           open extend invhist.
           if invhist-stat = '35'
              open output invhist
           end-if.
           move spaces to regline.
           string "INVENTORY RELIEF REGISTER - SALES VS ON-HAND"
                  "   RUN DATE " rundate-ymd6e
               varying srch-idx from 1 by 1
               until srch-idx > sold-count.
           perform ttlrtn.
           close prodmas prodmas2 relfreg invhist.
           move "CAR232" to jobsum-pgm.
           move records-read to jobsum-count.
           move "COMPLETE" to jobsum-status.
           perform findsoldrtn.
           if found
              add sd-qty to st-qty (srch-idx)
              if sd-qty < 0
                 add sd-qty to st-ret-qty (srch-idx)
              end-if
           else
              if sold-count >= 500
                 display "CAR232 - SOLD-TABLE FULL, SD-PROD: "
                 add 1 to sold-count
                 move sd-prod to st-prod (sold-count)
                 move sd-qty to st-qty (sold-count)
                 if sd-qty < 0
                    move sd-qty to st-ret-qty (sold-count)
                 else
                    move 0 to st-ret-qty (sold-count)
                 end-if
              end-if
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           move pm-prod to sd-prod-srch.
           perform findreliefrtn.
           if found and st-qty (srch-idx) not = 0
              perform histrtn
              subtract st-qty (srch-idx) from pm2-onhand
              add st-qty (srch-idx) to relieved-total
              move st-qty (srch-idx) to relief-qty
           end-if.
           write prodrec2.
           read prodmas at end move 'Y' to prodmas-eof.
      * the movement rows, walked from the balance before relief -
      * the sales out first, then the returns back in
       histrtn.
           move spaces to ihrec.
           move pm-prod to ih-prod.
           move rundate-ymd6 to ih-date.
           move "SALEDTL" to ih-ref.
           move pm2-onhand to hist-qty.
           compute relief-qty =
               st-qty (srch-idx) - st-ret-qty (srch-idx).
           if relief-qty not = 0
              subtract relief-qty from hist-qty
              move "SL" to ih-type
              compute ih-qty = 0 - relief-qty
              move hist-qty to ih-balance
              write ihrec
           end-if.
           if st-ret-qty (srch-idx) not = 0
              subtract st-ret-qty (srch-idx) from hist-qty
              move "RT" to ih-type
              compute ih-qty = 0 - st-ret-qty (srch-idx)
              move hist-qty to ih-balance
              write ihrec
           end-if.
       findreliefrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
