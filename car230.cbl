      *          not on PRODMAS to PRODERR, the same way car200 flags
      *          sd-cust orphans to SALEERR - so typo products stop
      *          ranking separately in the car107 top-n report
      *        - also compares sd-price to the list price in force on
      *          the line's sd-date and lists out-of-tolerance lines
      *          on the PRCVAR exception report; env-var CAR230-TOL-PCT
      *          sets the tolerance percentage (default 10)
      *        - the list price on sd-date comes off the PRCHIST price
      *          history car268 keeps and the PRICEFUT changes not yet
      *          applied, the way car235/car237 priced the line, so a
      *          line dated before a price change is judged against
      *          the old price, not today's pm-price; no PRCHIST or
      *          PRICEFUT on disk means no price changes - pm-price
      *        - a line covered by an effective CONTRPRC row (the
      *          contract price file car235 prices against) is
      *          judged against its contract price instead of
           select contrprc assign external CONTRPRC
                  organization line sequential
                  file status contrprc-stat.
           select prchist assign external PRCHIST
                  organization line sequential
                  file status prchist-stat.
           select pricefut assign external PRICEFUT
                  organization line sequential
                  file status pricefut-stat.
           select proderr assign external PRODERR
                  organization line sequential.
           select prcvar assign external PRCVAR
              05 cp-from         pic 9(6).
              05 cp-to           pic 9(6).
              05 filler          pic x(47).
       fd  prchist record contains 80 characters.
           01 hprec. copy "prchist.cpy".
       fd  pricefut record contains 80 characters.
           01 pfrec. copy "pricefut.cpy".
       fd  proderr record contains 80 characters.
           01 errline            pic x(80).
       fd  prcvar record contains 120 characters.
              10 ct-price        pic s9(7)v99 comp-3.
              10 ct-from         pic 9(6).
              10 ct-to           pic 9(6).
      * list price history - the PRCHIST changes car268 has applied
      * and the PRICEFUT changes still to come, loaded the way car235
      * loads them, so a line is judged against the list price in
      * force on its sd-date
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
       01  misc.
           05 saledtl-stat       pic xx value spaces.
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
      * is judged against pm-price
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
      * no CONTRPRC on disk just means no contracts in force
           open input contrprc.
           if contrprc-stat = '00'
           end-if.
           open output proderr prcvar.
           move spaces to rptline.
           move "PRICE VARIANCE EXCEPTIONS - SD-PRICE VS SD-DATE PRICE"
               to rptline.
           write rptline before advancing 1 line.
           read saledtl at end move '1' to saledtl-eof.
           end-if.
           read prodmas at end move '1' to prodmas-eof.
      * one sale detail - sd-prod must be on PRODMAS, and sd-price
      * must sit inside the tolerance band around its contract price,
      * or failing one the list price on sd-date
       editrtn.
           add 1 to records-read.
           perform findprodrtn.
           else
              perform findcontrrtn
              if not contr-found
                 perform listpricertn
                 move list-price to judge-price
              end-if
              compute var-limit rounded =
                  judge-price * tol-pct / 100
           else
              add 1 to srch-idx
           end-if.
       loadhistrtn.
           if hist-count >= 3000
              display "CAR230 - HIST-TABLE FULL, HP-PROD: " hp-prod
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
                    display "CAR230 - HIST-TABLE FULL, PF-PROD: "
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
              display "CAR230 - CONTR-TABLE FULL, CP-CUST: "
              move 'Y' to contr-found-sw
              move ct-price (contr-idx) to judge-price
           end-if.
      * the list price of the product on the line's date - the
      * latest change effective on or before it; before the product's
      * first applied change, the price that change replaced; with
      * no history at all, pm-price
       listpricertn.
           if sd-date < 500000
              compute price-date8 = 20000000 + sd-date
           else
              compute price-date8 = 19000000 + sd-date
           end-if.
           move 'N' to hist-found-sw.
           move zeros to best-eff.
           move 99999999 to first-eff.
           move pt-price (srch-idx) to list-price.
           perform listprice1rtn
               varying hist-idx from 1 by 1
               until hist-idx > hist-count.
           if not hist-found and first-eff not = 99999999
              move first-old to list-price
           end-if.
       listprice1rtn.
           if hx-prod (hist-idx) = sd-prod
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
       varlinertn.
           move sd-price to var-price-ed.
           move judge-price to var-mast-ed.
