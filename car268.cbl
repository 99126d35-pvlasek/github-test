       identification division.
      * car268 - test/demo mainframe conversion to micro focus cobol
      *        - daily price change apply - list price increases were
      *          made by editing pm-price on PRODMAS the morning they
      *          took effect, so orders keyed the day before went out
      *          at whichever price got to the file first and nobody
      *          could say later what a product cost on a given date
      *        - pricing keys each change ahead of time on the
      *          PRICEFUT future price file (pricefut.cpy: product,
      *          new price, ccyymmdd effective date, reason); this
      *          step sorts it by product and effective date and
      *          matches it against PRODMAS the way car266 matches
      *          its issues
      *        - a row effective on or before the run date is applied:
      *          pm-price changes on the new PRODMAS2 generation and
      *          the change is appended to the PRCHIST price history
      *          (prchist.cpy), which car235/car237 price orders and
      *          invoices against by their own date; two rows due for
      *          one product apply in effective date order
      *        - a row not yet due is carried to PRICEFUT2, as is a
      *          row that fails the edit (product not on PRODMAS,
      *          price not numeric or zero, effective date not a
      *          calendar date) so it is fixed rather than lost;
      *          operations renames PRODMAS2 and PRICEFUT2 back over
      *          PRODMAS and PRICEFUT after the step
      *        - the PRCREG price change register lists every change
      *          with its percent movement and flags each CONTRPRC
      *          contract for the product, still running on the
      *          effective date, whose contract price is now above the
      *          new list price, plus every rejected row
       program-id. car268.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select pricefut assign external PRICEFUT
                  organization line sequential
                  file status pricefut-stat.
           select contrprc assign external CONTRPRC
                  organization line sequential
                  file status contrprc-stat.
           select sortwk assign "sortwk268".
           select prodmas2 assign external PRODMAS2
                  organization line sequential.
           select pricefut2 assign external PRICEFUT2
                  organization line sequential.
           select prchist assign external PRCHIST
                  organization line sequential
                  file status prchist-stat.
           select prcreg assign external PRCREG
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  pricefut record contains 80 characters.
           01 pfrec. copy "pricefut.cpy".
      * customer contract price file - same row car235 prices from
       fd  contrprc record contains 80 characters.
           01 cprec.
              05 cp-cust         pic 9(6).
              05 cp-prod         pic x(6).
              05 cp-price        pic 9(7)v99.
              05 cp-from         pic 9(6).
              05 cp-to           pic 9(6).
              05 filler          pic x(47).
      * the future price row, sorted by product and effective date
       sd  sortwk.
           01 sortrec.
              05 sr-prod         pic x(6).
              05 sr-price        pic x(7).
              05 sr-price-n redefines sr-price
                                 pic 9(5)v99.
              05 sr-eff          pic x(8).
              05 sr-eff-n redefines sr-eff
                                 pic 9(8).
              05 sr-reason       pic x(30).
              05 filler          pic x(29).
       fd  prodmas2 record contains 80 characters.
           01 prodrec2.
              05 pm2-prod        pic x(6).
              05 pm2-dscrptn     pic x(30).
              05 pm2-price       pic 9(5)v99.
              05 pm2-status      pic x(1).
              05 pm2-onhand      pic s9(7)  sign leading separate.
              05 pm2-cost        pic 9(5)v99.
              05 filler          pic x(19).
       fd  pricefut2 record contains 80 characters.
           01 pfrec2             pic x(80).
       fd  prchist record contains 80 characters.
           01 hprec. copy "prchist.cpy".
       fd  prcreg record contains 132 characters.
           01 regline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value 'Y'.
           05 pricefut-eof       pic x value ' '.
               88 pricefut-at-eof         value '1'.
           05 contrprc-eof       pic x value ' '.
               88 contrprc-at-eof         value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(36) value spaces.
           05 future-count       pic 9(5) value zeros.
           05 change-count       pic 9(5) value zeros.
           05 pending-count      pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 flag-count         pic 9(5) value zeros.
           05 old-price          pic 9(5)v99 value zeros.
           05 move-pct           pic s9(5)v9 value zeros.
           05 old-ed             pic zzzz9.99.
           05 new-ed             pic zzzz9.99.
           05 pct-ed             pic -zzzz9.9.
           05 cprice-ed          pic zzzzzz9.99.
      * contract dates are yymmdd - windowed to ccyymmdd to compare
      * with the effective date
           05 cp-to8             pic 9(8) value zeros.
      * the effective date is checked through the shared busday
      * calendar routine, which knows a real calendar date
       01  busday-flds.
           05 bd-func            pic x(4) value "CHK ".
           05 bd-days            pic s9(4) comp value zeros.
           05 bd-result          pic 9(8) value zeros.
           05 bd-status          pic x(2) value spaces.
      * CONTRPRC contracts, loaded up front for the above-list check
       01  contr-flds.
           05 contr-count        pic 9(4) value zeros.
           05 contr-idx          pic 9(4) value zeros.
       01  contr-table.
           05 contr-entry occurs 1000 times.
              10 ct-cust         pic 9(6).
              10 ct-prod         pic x(6).
              10 ct-price        pic s9(7)v99 comp-3.
              10 ct-to           pic 9(6).
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 pricefut-stat      pic xx value spaces.
           05 contrprc-stat      pic xx value spaces.
           05 prchist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
      * no CONTRPRC is no contract accounts - nothing to flag
           open input contrprc.
           if contrprc-stat = '00'
              read contrprc at end move '1' to contrprc-eof
              end-read
              perform loadcontrrtn until contrprc-at-eof
              close contrprc
           end-if.
           sort sortwk on ascending key sr-prod sr-eff
               input procedure loadsort-rtn
               output procedure applyrtn.
           move "CAR268" to jobsum-pgm.
           move change-count to jobsum-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadcontrrtn.
           if contr-count >= 1000
              display "CAR268 - CONTR-TABLE FULL, CP-CUST: " cp-cust
                  " CP-PROD: " cp-prod " NOT LOADED" upon console
           else
              add 1 to contr-count
              move cp-cust to ct-cust (contr-count)
              move cp-prod to ct-prod (contr-count)
              move cp-price to ct-price (contr-count)
              move cp-to to ct-to (contr-count)
           end-if.
           read contrprc at end move '1' to contrprc-eof.
      * no PRICEFUT is no scheduled changes - PRODMAS2 still goes out
      * as a straight copy so the rename after the step is always safe
       loadsort-rtn.
           open input pricefut.
           if pricefut-stat = '00'
              read pricefut at end move '1' to pricefut-eof
              end-read
              perform loadrtn until pricefut-at-eof
              close pricefut
           else
              display "CAR268 - NO PRICEFUT FILE - NO PRICE CHANGES "
                  "APPLIED" upon console
           end-if.
       loadrtn.
           if pf-prod not = spaces
              add 1 to future-count
              move pfrec to sortrec
              release sortrec
           end-if.
           read pricefut at end move '1' to pricefut-eof.
      *eject
      * match the sorted future prices against PRODMAS by product
       applyrtn.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output prodmas2 pricefut2 prcreg.
           open extend prchist.
           if prchist-stat = '35'
              open output prchist
           end-if.
           move spaces to regline.
           string "PRICE CHANGE REGISTER - RUN DATE " rundate-ymd6e
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           move spaces to regline.
           write regline before advancing 1 line.
           read prodmas at end move 'Y' to prodmas-eof.
           return sortwk at end move 'Y' to sort-eof.
           perform matchrtn until prodmas-at-eof and sort-at-eof.
           perform ttlrtn.
           close prodmas prodmas2 pricefut2 prcreg prchist.
       matchrtn.
           if prodmas-at-eof
              perform futonlyrtn
           else
              if sort-at-eof
                 perform copymastrtn
              else
                 if sr-prod < pm-prod
                    perform futonlyrtn
                 else
                    if sr-prod > pm-prod
                       perform copymastrtn
                    else
                       perform futprodrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a future price for a product PRODMAS doesn't have yet - kept
      * for when the product is added
       futonlyrtn.
           move "PRODUCT NOT ON PRODMAS" to reject-reason.
           perform rejectrtn.
           return sortwk at end move 'Y' to sort-eof.
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
      * every future row for the product in effective date order -
      * each one due changes the new generation's price in turn
       futprodrtn.
           perform bldmastrtn.
           perform futurertn
               until sort-at-eof or sr-prod not = pm-prod.
           write prodrec2.
           read prodmas at end move 'Y' to prodmas-eof.
       futurertn.
           move 'Y' to tran-ok-sw.
           move spaces to reject-reason.
           if sr-price-n not numeric
              move "PRICE NOT NUMERIC" to reject-reason
              move 'N' to tran-ok-sw
           else
              if sr-price-n = 0
                 move "PRICE IS ZERO" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              if sr-eff-n not numeric
                 move "EFFECTIVE DATE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 call "busday" using bd-func sr-eff-n bd-days
                     bd-result bd-status
                 if bd-status = "E "
                    move "EFFECTIVE DATE NOT A CALENDAR DATE"
                        to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
           if not tran-ok
              perform rejectrtn
           else
              if sr-eff-n > rundate-ymd8
                 write pfrec2 from sortrec
                 add 1 to pending-count
              else
                 perform changertn
              end-if
           end-if.
           return sortwk at end move 'Y' to sort-eof.
      * a price come due - onto the new generation, into the history
      * and onto the register
       changertn.
           move pm2-price to old-price.
           move sr-price-n to pm2-price.
           move spaces to hprec.
           move sr-prod to hp-prod.
           move sr-eff-n to hp-eff.
           move sr-price-n to hp-price.
           move old-price to hp-old-price.
           move sr-reason to hp-reason.
           move rundate-ymd8 to hp-applied.
           write hprec.
           add 1 to change-count.
           move old-price to old-ed.
           move sr-price-n to new-ed.
           move spaces to regline.
           if old-price = 0
              string "CHANGED   PROD: " sr-prod
                     "  EFF: " sr-eff
                     "  OLD: " old-ed "  NEW: " new-ed
                     "  MOVE:   NEW PRICE"
                     "  REASON: " sr-reason
                  delimited by size into regline
              end-string
           else
              compute move-pct rounded =
                  (sr-price-n - old-price) * 100 / old-price
              move move-pct to pct-ed
              string "CHANGED   PROD: " sr-prod
                     "  EFF: " sr-eff
                     "  OLD: " old-ed "  NEW: " new-ed
                     "  MOVE: " pct-ed " PCT"
                     "  REASON: " sr-reason
                  delimited by size into regline
              end-string
           end-if.
           write regline before advancing 1 line.
           perform contrchkrtn
               varying contr-idx from 1 by 1
               until contr-idx > contr-count.
      * a contract on the product still running on the effective
      * date and priced above the new list
       contrchkrtn.
           if ct-prod (contr-idx) = sr-prod
              if ct-to (contr-idx) < 500000
                 compute cp-to8 = 20000000 + ct-to (contr-idx)
              else
                 compute cp-to8 = 19000000 + ct-to (contr-idx)
              end-if
              if cp-to8 >= sr-eff-n
                    and ct-price (contr-idx) > sr-price-n
                 move ct-price (contr-idx) to cprice-ed
                 move spaces to regline
                 string "          ** CONTRACT ABOVE LIST - CUST: "
                        ct-cust (contr-idx)
                        "  CONTRACT PRICE: " cprice-ed
                        "  LIST: " new-ed
                        "  CONTRACT TO: " ct-to (contr-idx)
                     delimited by size into regline
                 end-string
                 write regline before advancing 1 line
                 add 1 to flag-count
              end-if
           end-if.
      * a rejected row is listed and carried forward on PRICEFUT2
      * for pricing to correct
       rejectrtn.
           write pfrec2 from sortrec.
           move spaces to regline.
           string "REJECTED - " reject-reason "  PROD: " sr-prod
                  "  PRICE: " sr-price "  EFF: " sr-eff
                  "  REASON: " sr-reason
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           add 1 to reject-count.
       ttlrtn.
           move spaces to regline.
           write regline before advancing 1 line.
           move spaces to regline.
           string "FUTURE PRICES READ: " future-count
                  "  APPLIED: " change-count
                  "  NOT YET DUE: " pending-count
                  "  REJECTED: " reject-count
                  "  CONTRACTS ABOVE LIST: " flag-count
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       copy "unixproc1.cpy".
