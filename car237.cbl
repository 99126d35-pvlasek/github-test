      *        - car238 reports the open orders, car239 turns shipped
      *          lines into car235 invoice transactions and carries
      *          short ships as backorders
      *        - each accepted line reserves (om-alloc) what it can of
      *          the product's free stock - pm-onhand less what the
      *          lines already on ORDMAS hold reserved and less what
      *          this run has reserved - so two orders can't both be
      *          promised the same stock; a line the free stock
      *          doesn't cover enters as a backorder 'B' for the
      *          car247 allocation run to fill after receipts
      *        - lines downloaded from the web order site by sqlora9
      *          arrive on ORDTRAN with ot-source 'W' and the web
      *          order reference; each gets an ORDACK row (ordack.cpy)
      *          with its accepted, backordered or rejected status and
      *          the reject reason, which sqlora10 posts back to the
      *          site
      *        - a zero keyed price with no contract takes the list
      *          price in force on the order date, off the PRCHIST
      *          price history car268 keeps and the PRICEFUT changes
      *          not yet applied, so an order keyed the day before a
      *          price change goes out at the price of its own date
       program-id. car237.
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
           select ordmas assign external ORDMAS
                  organization record sequential access mode sequential
                  file status ordmas-stat.
           select ordnew assign external ORDNEW
                  organization record sequential access mode sequential.
           select ordedit assign external ORDEDIT
                  organization line sequential.
           select ordack assign external ORDACK
                  organization record sequential access mode sequential.
      *eject
       data  division.
       file section.
              05 ot-price-n redefines ot-price
                                 pic 9(7)v99.
              05 ot-taxcode      pic x(2).
      * 'W' on a line sqlora9 downloaded from the web order site,
      * blank on a keyed one
              05 ot-source       pic x(1).
                  88 ot-web                value 'W'.
              05 ot-webref       pic x(12).
              05 ot-webline      pic x(3).
              05 filler          pic x(18).
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  aropen record contains 32 characters.
              05 cp-from         pic 9(6).
              05 cp-to           pic 9(6).
              05 filler          pic x(47).
       fd  prchist record contains 80 characters.
           01 hprec. copy "prchist.cpy".
       fd  pricefut record contains 80 characters.
           01 pfrec. copy "pricefut.cpy".
      * the orders already on file, read only for their reservations
       fd  ordmas record contains 80 characters.
           01 oldrec.
              05 old-order       pic 9(6).
              05 old-line        pic 9(3).
              05 old-cust        pic 9(6).
              05 old-date        pic 9(6).
              05 old-slsmn       pic x(4).
              05 old-prod        pic x(6).
              05 old-qty         pic s9(7)     comp-3.
              05 old-shipped     pic s9(7)     comp-3.
              05 old-price       pic s9(7)v99  comp-3.
              05 old-taxcode     pic x(2).
              05 old-status      pic x(1).
              05 old-alloc       pic s9(7)     comp-3.
              05 filler          pic x(29).
       fd  ordnew record contains 80 characters.
           01 ordrec. copy "ordmas.cpy".
       fd  ordedit record contains 120 characters.
           01 rptline            pic x(120).
       fd  ordack record contains 80 characters.
           01 akrec. copy "ordack.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(40) value spaces.
           05 line-status        pic x(1) value spaces.
           05 accept-count       pic 9(7) value zeros.
           05 backord-count      pic 9(7) value zeros.
           05 reject-count       pic 9(7) value zeros.
           05 accept-total       pic s9(9)v99 comp-3 value 0.
           05 edit-tot-ed        pic zzz,zzz,zz9.99-.
           05 contr-found-sw     pic x value 'N'.
               88 contr-found             value 'Y'.
           05 this-contr-price   pic s9(7)v99 comp-3 value 0.
           05 ordmas-eof         pic x value ' '.
               88 ordmas-at-eof           value '1'.
           05 alloc-qty          pic s9(7) value zeros.
           05 srch-prod          pic x(6) value spaces.
      * pt-free starts at pm-onhand and comes down by every
      * reservation on ORDMAS and every one this run makes
       01  prod-table.
           05 prod-entry occurs 500 times.
              10 pt-prod         pic x(6).
              10 pt-price        pic s9(7)v99 comp-3.
              10 pt-free         pic s9(9) comp-3.
       01  contr-table.
           05 contr-entry occurs 1000 times.
              10 ct-cust         pic 9(6).
              10 ct-price        pic s9(7)v99 comp-3.
              10 ct-from         pic 9(6).
              10 ct-to           pic 9(6).
      * list price history - the PRCHIST changes car268 has applied
      * and the PRICEFUT changes still to come, so a zero keyed price
      * takes the list price in force on the order date rather than
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
      * open balance per customer off AROPEN, bumped by each accepted
      * order line so a batch of orders can't each squeeze under the
      * limit - same shape as car235's credit table
           05 aropen-stat        pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 contrprc-stat      pic xx value spaces.
           05 prchist-stat       pic xx value spaces.
           05 pricefut-stat      pic xx value spaces.
           05 ordmas-stat        pic xx value spaces.
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
      * no ORDMAS yet means nothing reserved, not an error
           open input ordmas.
           if ordmas-stat = '00'
              read ordmas at end move '1' to ordmas-eof
              end-read
              perform loadresvrtn until ordmas-at-eof
              close ordmas
           end-if.
           open input contrprc.
           if contrprc-stat = '00'
              read contrprc at end move '1' to contrprc-eof
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output ordnew ordedit ordack.
           move spaces to rptline.
           move "ORDER ENTRY EDIT" to rptline.
           write rptline before advancing 1 line.
           read ordtran at end move '1' to ordtran-eof.
           perform editrtn until ordtran-at-eof.
           perform ttlrtn.
           close ordtran custmas ordnew ordedit ordack.
           move "CAR237" to jobsum-pgm.
           move accept-count to jobsum-count.
           if reject-count > 0
              add 1 to prod-count
              move pm-prod to pt-prod (prod-count)
              move pm-price to pt-price (prod-count)
              if pm-onhand numeric
                 move pm-onhand to pt-free (prod-count)
              else
                 move 0 to pt-free (prod-count)
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
      * an open or backordered line's reservation is not free stock
       loadresvrtn.
           if (old-status = 'O' or old-status = 'B')
                 and old-alloc numeric and old-alloc > 0
              move old-prod to srch-prod
              perform findprodrtn
              if prod-found
                 subtract old-alloc from pt-free (prod-idx)
              end-if
           end-if.
           read ordmas at end move '1' to ordmas-eof.
       loadcontrrtn.
           if contr-count >= 1000
              display "CAR237 - CONTR-TABLE FULL, CP-CUST: " cp-cust
              move cp-to to ct-to (contr-count)
           end-if.
           read contrprc at end move '1' to contrprc-eof.
       loadhistrtn.
           if hist-count >= 3000
              display "CAR237 - HIST-TABLE FULL, HP-PROD: " hp-prod
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
                    display "CAR237 - HIST-TABLE FULL, PF-PROD: "
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
       loadbalrtn.
           move ar-cust to bal-cust.
           perform findbalrtn.
           else
              perform rejectrtn
           end-if.
           if ot-web
              perform ackrtn
           end-if.
           read ordtran at end move '1' to ordtran-eof.
       numchkrtn.
           move 6 to edit-lth.
              end-if
           end-if.
       prodchkrtn.
           move ot-prod to srch-prod.
           perform findprodrtn.
           if not prod-found
              move "PRODUCT NOT ON PRODMAS" to reject-reason
           perform findprod1rtn
               until prod-found or prod-idx > prod-count.
       findprod1rtn.
           if pt-prod (prod-idx) = srch-prod
              move 'Y' to prod-found-sw
           else
              add 1 to prod-idx
           end-if.
      * contract pricing, the same rules car235 applies at invoicing:
      * an effective CONTRPRC row must be matched or prices a zero
      * keyed price, otherwise a zero keyed price takes the list
      * price on the order date
       pricechkrtn.
           perform findcontrrtn.
           if contr-found
              end-if
           else
              if tran-price = 0
                 perform listpricertn
                 move list-price to tran-price
              end-if
           end-if.
           if tran-ok
           else
              add 1 to contr-idx
           end-if.
      * the list price of the product on the order date - the
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
           if hx-prod (hist-idx) = ot-prod
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
      * the open balance plus the accepted orders plus this line must
      * stay inside the customer's limit - same blank-packed-limit
      * guard as car235
           move zeros to om-shipped.
           move tran-price to om-price.
           move ot-taxcode to om-taxcode.
           perform reservertn.
           move om-status to line-status.
           write ordrec.
           perform bumpbalrtn.
           add 1 to accept-count.
           add tran-amount to accept-total.
      * reserve what the free stock covers - all of it leaves the
      * line open, anything less enters it as a backorder
       reservertn.
           if pt-free (prod-idx) >= tran-qty
              move tran-qty to alloc-qty
              move 'O' to om-status
           else
              if pt-free (prod-idx) > 0
                 move pt-free (prod-idx) to alloc-qty
              else
                 move zeros to alloc-qty
              end-if
              move 'B' to om-status
              add 1 to backord-count
           end-if.
           move alloc-qty to om-alloc.
           subtract alloc-qty from pt-free (prod-idx).
      * the web line's outcome, for sqlora10 to post back to the site
       ackrtn.
           move spaces to akrec.
           move ot-webref to ak-webref.
           move ot-webline to ak-webline.
           move ot-order to ak-order.
           if tran-ok
              move line-no to ak-line
              if line-status = 'B'
                 move 'B' to ak-status
              else
                 move 'A' to ak-status
              end-if
           else
              move zeros to ak-line
              move 'R' to ak-status
              move reject-reason to ak-reason
           end-if.
           move rundate-ymd6 to ak-date.
           write akrec.
       rejectrtn.
           move spaces to rptline.
           string "REJECTED - " reject-reason
           string "ACCEPTED: " accept-count
                  "  ORDER VALUE: " edit-tot-ed
                  "  REJECTED: " reject-count
                  "  ENTERED AS BACKORDER: " backord-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
