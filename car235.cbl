      *          the PRODMAS pm-price when no contract row covers the
      *          customer/product/date; car236 lists the contracts
      *          nearing their end date so sales renegotiates in time
      *        - that fallback is the list price in force on the
      *          invoice date, off the PRCHIST price history car268
      *          keeps and the PRICEFUT changes not yet applied, not
      *          whatever pm-price happens to hold the day the batch
      *          runs
       program-id. car235.
       environment division.
       input-output section.
           select contrprc assign external CONTRPRC
                  organization line sequential
                  file status contrprc-stat.
           select prchist assign external PRCHIST
                  organization line sequential
                  file status prchist-stat.
           select pricefut assign external PRICEFUT
                  organization line sequential
                  file status pricefut-stat.
           select salenew assign external SALENEW
                  organization record sequential access mode sequential.
           select invedit assign external INVEDIT
              05 cp-from         pic 9(6).
              05 cp-to           pic 9(6).
              05 filler          pic x(47).
       fd  prchist record contains 80 characters.
           01 hprec. copy "prchist.cpy".
       fd  pricefut record contains 80 characters.
           01 pfrec. copy "pricefut.cpy".
       fd  salenew record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
       fd  invedit record contains 120 characters.
              10 ct-price        pic s9(7)v99 comp-3.
              10 ct-from         pic 9(6).
              10 ct-to           pic 9(6).
      * list price history - the PRCHIST changes car268 has applied
      * and the PRICEFUT changes still to come, so a zero keyed price
      * takes the list price in force on the invoice date rather than
      * whatever pm-price holds the day the batch runs
       01  hist-flds.
           05 prchist-eof        pic x value ' '.
               88 prchist-at-eof          value '1'.
           05 pricefut-eof       pic x value ' '.
               88 pricefut-at-eof         value '1'.
           05 hist-count         pic 9(4) value zeros.
           05 hist-idx           pic 9(4) value zeros.
           05 hist-found-sw      pic x value 'N'.
               88 hist-found              value 'Y'.
           05 price-date8        pic 9(8) value zeros.
           05 best-eff           pic 9(8) value zeros.
           05 first-eff          pic 9(8) value zeros.
           05 first-old          pic s9(7)v99 comp-3 value 0.
           05 list-price         pic s9(7)v99 comp-3 value 0.
       01  hist-table.
           05 hist-entry occurs 3000 times.
              10 hx-prod         pic x(6).
              10 hx-eff          pic 9(8).
              10 hx-price        pic s9(7)v99 comp-3.
              10 hx-old          pic s9(7)v99 comp-3.
      * 'Y' applied by car268, 'N' still waiting on PRICEFUT
              10 hx-applied      pic x(1).
      * open balance per customer, loaded from AROPEN then bumped by
      * each line this run accepts, so a batch of invoices can't each
      * individually squeeze under the credit limit
           05 aropen-stat        pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 contrprc-stat      pic xx value spaces.
           05 prchist-stat       pic xx value spaces.
           05 pricefut-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           read prodmas at end move '1' to prodmas-eof.
           perform loadprodrtn until prodmas-at-eof.
           close prodmas.
      * no PRCHIST or PRICEFUT is no price changes - every product
      * prices at pm-price
           open input prchist.
           if prchist-stat = '00'
              read prchist at end move '1' to prchist-eof
              end-read
              perform loadhistrtn until prchist-at-eof
              close prchist
           end-if.
           open input pricefut.
           if pricefut-stat = '00'
              read pricefut at end move '1' to pricefut-eof
              end-read
              perform loadfutrtn until pricefut-at-eof
              close pricefut
           end-if.
      * no CONTRPRC (a shop with no contract accounts yet) is an
      * empty contract table, not an error - everything prices off
      * the master
              move pm-price to pt-price (prod-count)
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       loadhistrtn.
           if hist-count >= 3000
              display "CAR235 - HIST-TABLE FULL, HP-PROD: " hp-prod
                  " NOT LOADED" upon console
           else
              add 1 to hist-count
              move hp-prod to hx-prod (hist-count)
              move hp-eff to hx-eff (hist-count)
              move hp-price to hx-price (hist-count)
              move hp-old-price to hx-old (hist-count)
              move 'Y' to hx-applied (hist-count)
           end-if.
           read prchist at end move '1' to prchist-eof.
      * a future row car268 would reject prices nothing
       loadfutrtn.
           if pf-prod = spaces or pf-price-n not numeric
                 or pf-eff-n not numeric
              continue
           else
              if pf-price-n = 0
                 continue
              else
                 if hist-count >= 3000
                    display "CAR235 - HIST-TABLE FULL, PF-PROD: "
                        pf-prod " NOT LOADED" upon console
                 else
                    add 1 to hist-count
                    move pf-prod to hx-prod (hist-count)
                    move pf-eff-n to hx-eff (hist-count)
                    move pf-price-n to hx-price (hist-count)
                    move zeros to hx-old (hist-count)
                    move 'N' to hx-applied (hist-count)
                 end-if
              end-if
           end-if.
           read pricefut at end move '1' to pricefut-eof.
       loadcontrrtn.
           if contr-count >= 1000
              display "CAR235 - CONTR-TABLE FULL, CP-CUST: " cp-cust
      * contract pricing - a customer/product covered by an effective
      * CONTRPRC row must be keyed at the contract price (a zero
      * keyed price prices the line from the contract); with no
      * contract row a zero keyed price falls back to the list price
      * on the invoice date, and a keyed price stands for car230's
      * after-the-fact tolerance check to judge
       pricechkrtn.
           perform findcontrrtn.
              if tran-price = 0
                 perform findprodrtn
                 if prod-found
                    perform listpricertn
                    move list-price to tran-price
                    compute tran-amount rounded = tran-qty * tran-price
                 else
                    move "NO PRICE - PROD NOT ON PRODMAS"
           else
              add 1 to prod-idx
           end-if.
      * the list price of the product on the invoice date - the
      * latest change effective on or before it; before the product's
      * first applied change, the price that change replaced; with
      * no history at all, pm-price
       listpricertn.
           if tran-date < 500000
              compute price-date8 = 20000000 + tran-date
           else
              compute price-date8 = 19000000 + tran-date
           end-if.
           move 'N' to hist-found-sw.
           move zeros to best-eff.
           move 99999999 to first-eff.
           move pt-price (prod-idx) to list-price.
           perform listprice1rtn
               varying hist-idx from 1 by 1
               until hist-idx > hist-count.
           if not hist-found and first-eff not = 99999999
              move first-old to list-price
           end-if.
       listprice1rtn.
           if hx-prod (hist-idx) = it-prod
              if hx-eff (hist-idx) <= price-date8
                    and hx-eff (hist-idx) >= best-eff
                 move 'Y' to hist-found-sw
                 move hx-eff (hist-idx) to best-eff
                 move hx-price (hist-idx) to list-price
              end-if
              if hx-applied (hist-idx) = 'Y'
                    and hx-eff (hist-idx) < first-eff
                 move hx-eff (hist-idx) to first-eff
                 move hx-old (hist-idx) to first-old
              end-if
           end-if.
      * keyed qty times keyed price must equal the keyed amount
       crosschkrtn.
           compute cross-amount rounded = tran-qty * tran-price.
