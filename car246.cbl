       identification division.
      * car246 - test/demo mainframe conversion to micro focus cobol
      *        - product stock card off the INVHIST movement history -
      *          every receipt, sale, return and count adjustment for
      *          a product with the running on-hand balance, so when
      *          a count is off there is a trail to follow
      *        - INVHIST is sorted by product keeping the rows of a
      *          product in the order they were posted; env-vars
      *          CAR246-FROM / CAR246-TO limit the product range
      *          (default every product) and CAR246-DATE-FROM /
      *          CAR246-DATE-TO (yymmdd) the movement dates (default
      *          the whole history)
      *        - the opening balance is the balance before the first
      *          movement in the date range; each movement adds to
      *          the running balance, and a stored ih-balance that
      *          doesn't follow from the row before it is flagged -
      *          something moved the balance without leaving a row
      *        - when the card runs to today, the opening balance
      *          plus the movements is proved against pm-onhand on
      *          PRODMAS for every product carded, and a product
      *          that doesn't prove is flagged and counted on the
      *          JOBSUM status
       program-id. car246.
       environment division.
       input-output section.
       file-control.
           select invhist assign external INVHIST
                  organization record sequential access mode sequential
                  file status invhist-stat.
           select sortwk assign "sortwk246".
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select stkcard assign external STKCARD
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  invhist record contains 48 characters.
           01 invhistrec         pic x(48).
       sd  sortwk.
           01 sortrec.
              05 sr-prod         pic x(6).
              05 filler          pic x(42).
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  stkcard record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * the movement being carded, returned off the sort
       01  ihrec. copy "invhist.cpy".
       01  wrk-flds.
           05 invhist-eof        pic x value ' '.
               88 invhist-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 first-prod-sw      pic x value 'Y'.
               88 first-prod              value 'Y'.
           05 prev-prod          pic x(6) value spaces.
           05 carded-count       pic 9(5) value zeros.
           05 move-count         pic 9(7) value zeros.
           05 break-count        pic 9(5) value zeros.
           05 proved-count       pic 9(5) value zeros.
           05 unproved-count     pic 9(5) value zeros.
           05 to-today-sw        pic x value 'N'.
               88 to-today                value 'Y'.
      * one product's card
       01  card-flds.
           05 chain-known-sw     pic x value 'N'.
               88 chain-known             value 'Y'.
           05 in-range-sw        pic x value 'N'.
               88 in-range                value 'Y'.
           05 chain-balance      pic s9(9) value zeros.
           05 implied-before     pic s9(9) value zeros.
           05 opening-bal        pic s9(9) value zeros.
           05 running-bal        pic s9(9) value zeros.
           05 onhand-wk          pic s9(9) value zeros.
           05 prod-dscrptn       pic x(30) value spaces.
           05 prod-onhand        pic s9(7) value zeros.
           05 qty-ed             pic z,zzz,zz9-.
           05 bal-ed             pic z,zzz,zz9-.
           05 run-ed             pic z,zzz,zz9-.
           05 onhand-ed          pic z,zzz,zz9-.
      * the selection, off the environment
       01  sel-flds.
           05 sel-from           pic x(6) value spaces.
           05 sel-to             pic x(6) value spaces.
           05 date-from-txt      pic x(6) value '000000'.
           05 date-from-n redefines date-from-txt
                                 pic 9(6).
           05 date-to-txt        pic x(6) value '999999'.
           05 date-to-n redefines date-to-txt
                                 pic 9(6).
           05 date-from          pic 9(6) value zeros.
           05 date-to            pic 9(6) value 999999.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the products in range off PRODMAS, for the description and
      * the on-hand the card is proved against
       01  prod-flds.
           05 prod-count         pic 9(4) value zeros.
           05 prod-idx           pic 9(4) value zeros.
           05 prod-found-sw      pic x value 'N'.
               88 prod-found              value 'Y'.
       01  prod-table.
           05 prod-entry occurs 2000 times.
              10 pt-prod         pic x(6).
              10 pt-dscrptn      pic x(30).
              10 pt-onhand       pic s9(7).
       01  misc.
           05 invhist-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-from from environment "CAR246-FROM"
               on exception move spaces to sel-from
           end-accept.
           accept sel-to from environment "CAR246-TO"
               on exception move spaces to sel-to
           end-accept.
           if sel-to = spaces
              move high-values to sel-to
           end-if.
           accept date-from-txt from environment "CAR246-DATE-FROM"
               on exception move '000000' to date-from-txt
           end-accept.
           call "numedit" using date-from-txt edit-lth edit-valid-sw.
           if edit-valid
              move date-from-n to date-from
           else
              display "CAR246 - INVALID CAR246-DATE-FROM VALUE: "
                  date-from-txt upon console
              move zeros to date-from
           end-if.
           accept date-to-txt from environment "CAR246-DATE-TO"
               on exception move '999999' to date-to-txt
           end-accept.
           call "numedit" using date-to-txt edit-lth edit-valid-sw.
           if edit-valid and date-to-n not = zeros
              move date-to-n to date-to
           else
              move 999999 to date-to
           end-if.
           if date-to >= rundate-ymd6
              move 'Y' to to-today-sw
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
           open output stkcard.
           move spaces to rptline.
           string "PRODUCT STOCK CARDS - MOVEMENTS " date-from
                  " TO " date-to "   RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on ascending key sr-prod
               with duplicates in order
               input procedure loadsort-rtn
               output procedure cardrtn.
           perform ttlrtn.
           close stkcard.
           move "CAR246" to jobsum-pgm.
           move carded-count to jobsum-count.
           if unproved-count > 0 or break-count > 0
              move "UNPROVED" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadprodrtn.
           if pm-prod >= sel-from and pm-prod <= sel-to
              if prod-count >= 2000
                 display "CAR246 - PROD-TABLE FULL, PM-PROD: "
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
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       loadsort-rtn.
           open input invhist.
           if invhist-stat not = '00'
              move invhist-stat to mf-filestat
              move "INVHIST"    to mf-filenamei
              move "INVHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read invhist at end move '1' to invhist-eof.
           perform loadrtn until invhist-at-eof.
           close invhist.
       loadrtn.
           move invhistrec to sortrec.
           if sr-prod >= sel-from and sr-prod <= sel-to
              release sortrec
           end-if.
           read invhist at end move '1' to invhist-eof.
      * the sorted movements, one product at a time - the card for
      * a product closes when the product changes
       cardrtn.
           return sortwk into ihrec at end move 'Y' to sort-eof.
           perform card1rtn until sort-at-eof.
           if not first-prod
              perform prodendrtn
           end-if.
       card1rtn.
           if not first-prod and ih-prod not = prev-prod
              perform prodendrtn
           end-if.
           if first-prod or ih-prod not = prev-prod
              perform prodstartrtn
           end-if.
           move 'N' to first-prod-sw.
           move ih-prod to prev-prod.
           compute implied-before = ih-balance - ih-qty.
           if ih-date < date-from
              move ih-balance to chain-balance
              move 'Y' to chain-known-sw
           else
              if ih-date not > date-to
                 perform movertn
              end-if
           end-if.
           return sortwk into ihrec at end move 'Y' to sort-eof.
       prodstartrtn.
           move 'N' to chain-known-sw.
           move 'N' to in-range-sw.
           move zeros to chain-balance.
           move zeros to running-bal.
           perform findprodrtn.
           if prod-found
              move pt-dscrptn (prod-idx) to prod-dscrptn
              move pt-onhand (prod-idx) to prod-onhand
           else
              move "*** NOT ON PRODMAS ***" to prod-dscrptn
              move zeros to prod-onhand
           end-if.
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
      * one movement inside the date range - the first one opens
      * the card at the balance it started from
       movertn.
           if not in-range
              move 'Y' to in-range-sw
              add 1 to carded-count
              if chain-known
                 move chain-balance to opening-bal
              else
                 move implied-before to opening-bal
              end-if
              move opening-bal to running-bal
              move opening-bal to bal-ed
              move spaces to rptline
              write rptline before advancing 1 line
              move spaces to rptline
              string "PRODUCT " ih-prod "  " prod-dscrptn
                     "  OPENING BALANCE: " bal-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           add ih-qty to running-bal.
           add 1 to move-count.
           move ih-qty to qty-ed.
           move ih-balance to bal-ed.
           move running-bal to run-ed.
           move spaces to rptline.
           string "   " ih-date "  " ih-type "  " ih-ref
                  "  QTY: " qty-ed "  BALANCE: " run-ed
               delimited by size into rptline
           end-string.
           if ih-balance not = running-bal
              move "*BREAK - ROW SAYS" to rptline (74:17)
              move bal-ed to rptline (92:10)
              add 1 to break-count
              move ih-balance to running-bal
           end-if.
           write rptline before advancing 1 line.
      * close one product's card - and prove it to PRODMAS when the
      * card runs to today
       prodendrtn.
           if in-range
              move running-bal to run-ed
              move spaces to rptline
              string "   CLOSING BALANCE: " run-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              if to-today
                 perform proofrtn
              end-if
           end-if.
       proofrtn.
           move prod-onhand to onhand-wk.
           move prod-onhand to onhand-ed.
           move spaces to rptline.
           if onhand-wk = running-bal
              add 1 to proved-count
              string "   PM-ONHAND:       " onhand-ed "   PROVED"
                  delimited by size into rptline
              end-string
           else
              add 1 to unproved-count
              string "   PM-ONHAND:       " onhand-ed
                     "   *** DOES NOT PROVE ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PRODUCTS CARDED: " carded-count
                  "  MOVEMENTS: " move-count
                  "  BALANCE BREAKS: " break-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if to-today
              move spaces to rptline
              string "PROVED TO PM-ONHAND: " proved-count
                     "  NOT PROVED: " unproved-count
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
