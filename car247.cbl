       identification division.
      * car247 - test/demo mainframe conversion to micro focus cobol
      *        - backorder allocation run, after car231 has posted the
      *          day's receipts - the stock that came in goes to the
      *          orders waiting for it by rule instead of to whoever
      *          phones the warehouse first
      *        - every 'O' and 'B' ORDMAS line still to ship (om-qty
      *          less om-shipped) is allocated out of pm-onhand in
      *          priority order: lines already holding a reservation
      *          keep first call on the stock, then national-account
      *          lines (a branch with a cm-parent, or the parent
      *          itself), then everyone else - oldest om-date first
      *          within each class, then order/line
      *        - a customer on car270's CREDHOLD report, or a branch
      *          whose parent is on it, gets nothing - his lines are
      *          held and any stock they held is freed for the next
      *          order; a customer not on CUSTMAS is held the same way
      *        - the allocation is written to om-alloc on ORDMAS2, so
      *          car237 sees it as reserved and can't promise the
      *          same stock to the next order keyed
      *        - the ALLOCRPT release list shows by order what can
      *          now ship, then every line still short or held
       program-id. car247.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select credhold assign external CREDHOLD
                  organization line sequential
                  file status credhold-stat.
           select ordmas assign external ORDMAS
                  organization record sequential access mode sequential
                  file status ordmas-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select ordmas2 assign external ORDMAS2
                  organization record sequential access mode sequential.
           select allocrpt assign external ALLOCRPT
                  organization line sequential.
           select sortwk assign "sortwk247".
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
      * car270's credit-hold print image - a held customer's line
      * starts with his number, headings and totals don't
       fd  credhold record contains 120 characters.
           01 holdline.
              05 hl-cust         pic x(6).
              05 filler          pic x(114).
       fd  ordmas record contains 80 characters.
           01 ordin              pic x(80).
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  ordmas2 record contains 80 characters.
           01 ordout             pic x(80).
       fd  allocrpt record contains 132 characters.
           01 rptline            pic x(132).
       sd  sortwk.
           01 sortrec.
              05 sr-class        pic x(1).
              05 sr-date         pic 9(6).
              05 sr-order        pic 9(6).
              05 sr-line         pic 9(3).
              05 sr-idx          pic 9(5).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * the order line being worked on, in or out of the table
       01  ordrec. copy "ordmas.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 credhold-eof       pic x value ' '.
               88 credhold-at-eof         value '1'.
           05 ordmas-eof         pic x value ' '.
               88 ordmas-at-eof           value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 first-ord-sw       pic x value 'Y'.
               88 first-ord               value 'Y'.
           05 prev-order         pic 9(6) value zeros.
           05 cust-parent        pic 9(6) value zeros.
           05 need-qty           pic s9(7) value zeros.
           05 short-qty          pic s9(7) value zeros.
           05 release-qty        pic s9(7) value zeros.
           05 open-lines         pic 9(5) value zeros.
           05 release-count      pic 9(5) value zeros.
           05 short-count        pic 9(5) value zeros.
           05 held-count         pic 9(5) value zeros.
           05 freed-count        pic 9(5) value zeros.
           05 release-value      pic s9(9)v99 comp-3 value 0.
           05 line-value         pic s9(9)v99 comp-3 value 0.
           05 val-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * stock left to allocate per product, pm-onhand to start
       01  prod-flds.
           05 prod-count         pic 9(4) value zeros.
           05 prod-idx           pic 9(4) value zeros.
           05 prod-found-sw      pic x value 'N'.
               88 prod-found              value 'Y'.
           05 srch-prod          pic x(6) value spaces.
       01  prod-table.
           05 prod-entry occurs 2000 times.
              10 pt-prod         pic x(6).
              10 pt-avail        pic s9(9) comp-3.
      * customers held by car270, and the national-account parents
      * the order lines' customers pay through
       01  cust-flds.
           05 hold-count         pic 9(4) value zeros.
           05 hold-idx           pic 9(4) value zeros.
           05 par-count          pic 9(4) value zeros.
           05 par-idx            pic 9(4) value zeros.
           05 cust-found-sw      pic x value 'N'.
               88 cust-found              value 'Y'.
           05 srch-cust          pic 9(6) value zeros.
       01  hold-table.
           05 hold-entry occurs 1000 times.
              10 ht-cust         pic 9(6).
       01  par-table.
           05 par-entry occurs 1000 times.
              10 pr-cust         pic 9(6).
      * the whole of ORDMAS, in file order, with each open line's
      * class and the allocation this run gives it - ol-class 'A'
      * already reserved, 'N' national account, 'R' regular,
      * 'H' held, ' ' nothing to ship
       01  ord-flds.
           05 ord-count          pic 9(5) value zeros.
           05 ord-idx            pic 9(5) value zeros.
       01  ord-table.
           05 ord-entry occurs 5000 times.
              10 ol-rec          pic x(80).
              10 ol-class        pic x(1).
              10 ol-need         pic s9(7) comp-3.
              10 ol-alloc        pic s9(7) comp-3.
              10 ol-name         pic x(20).
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 credhold-stat      pic xx value spaces.
           05 ordmas-stat        pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
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
           read prodmas at end move '1' to prodmas-eof.
           perform loadprodrtn until prodmas-at-eof.
           close prodmas.
      * no CREDHOLD print means nobody on hold, not an error
           open input credhold.
           if credhold-stat = '00'
              read credhold at end move '1' to credhold-eof
              end-read
              perform loadholdrtn until credhold-at-eof
              close credhold
           end-if.
           open input ordmas.
           if ordmas-stat not = '00'
              move ordmas-stat to mf-filestat
              move "ORDMAS"     to mf-filenamei
              move "ORDMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read ordmas into ordrec at end move '1' to ordmas-eof.
           perform loadordrtn until ordmas-at-eof.
           close ordmas custmas.
           perform parentrtn varying ord-idx from 1 by 1
               until ord-idx > ord-count.
           sort sortwk on ascending key sr-class sr-date
               sr-order sr-line
               input procedure loadsort-rtn
               output procedure allocrtn.
           open output ordmas2.
           perform wrtordrtn varying ord-idx from 1 by 1
               until ord-idx > ord-count.
           close ordmas2.
           open output allocrpt.
           move spaces to rptline.
           string "BACKORDER ALLOCATION - RELEASE LIST - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "ORDER   LN  CUST    NAME                  PROD  "
                  "    OPEN QTY   RELEASE QTY          VALUE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform releasertn varying ord-idx from 1 by 1
               until ord-idx > ord-count.
           move release-value to tot-ed.
           move spaces to rptline.
           string "LINES RELEASED: " release-count
                  "  VALUE: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "STILL SHORT OR HELD"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ORDER   LN  CUST    NAME                  PROD  "
                  "    OPEN QTY     SHORT QTY"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform shortrtn varying ord-idx from 1 by 1
               until ord-idx > ord-count.
           move spaces to rptline.
           string "OPEN LINES: " open-lines
                  "  SHORT: " short-count
                  "  HELD: " held-count
                  "  RESERVATIONS FREED: " freed-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           close allocrpt.
           move "CAR247" to jobsum-pgm.
           move release-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadprodrtn.
           if prod-count >= 2000
              display "CAR247 - PROD-TABLE FULL, PM-PROD: "
                  pm-prod " NOT LOADED" upon console
           else
              add 1 to prod-count
              move pm-prod to pt-prod (prod-count)
              if pm-onhand numeric and pm-onhand > 0
                 move pm-onhand to pt-avail (prod-count)
              else
                 move 0 to pt-avail (prod-count)
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       loadholdrtn.
           move 6 to edit-lth.
           call "numedit" using hl-cust edit-lth edit-valid-sw.
           if edit-valid
              if hold-count >= 1000
                 display "CAR247 - HOLD-TABLE FULL, CUST: " hl-cust
                     " NOT LOADED" upon console
              else
                 add 1 to hold-count
                 move hl-cust to ht-cust (hold-count)
              end-if
           end-if.
           read credhold at end move '1' to credhold-eof.
      * every ORDMAS line goes in the table so ORDMAS2 comes out in
      * the same sequence; an open line is classed as it loads
       loadordrtn.
           if ord-count >= 5000
              display "CAR247 - ORD-TABLE FULL, ORDER: " om-order
                  " LINE: " om-line " - RUN STOPPED" upon console
              stop run returning 16
           end-if.
           add 1 to ord-count.
           move ordrec to ol-rec (ord-count).
           move ' ' to ol-class (ord-count).
           move 0 to ol-need (ord-count).
           move 0 to ol-alloc (ord-count).
           move spaces to ol-name (ord-count).
           if om-open or om-backorder
              compute need-qty = om-qty - om-shipped
              if need-qty > 0
                 move need-qty to ol-need (ord-count)
                 add 1 to open-lines
                 perform classrtn
              end-if
           end-if.
           read ordmas into ordrec at end move '1' to ordmas-eof.
       classrtn.
           move spaces to custrec.
           move om-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           if not cm-found
              move "*** NOT ON CUSTMAS ***" to ol-name (ord-count)
              move 'H' to ol-class (ord-count)
           else
              move cm-name to ol-name (ord-count)
              if cm-parent numeric
                 move cm-parent to cust-parent
              else
                 move zeros to cust-parent
              end-if
              if cust-parent > 0
                 move 'N' to ol-class (ord-count)
                 perform addparrtn
              else
                 move 'R' to ol-class (ord-count)
              end-if
              if om-alloc numeric and om-alloc > 0
                 move 'A' to ol-class (ord-count)
              end-if
              move om-cust to srch-cust
              perform findholdrtn
              if not cust-found and cust-parent > 0
                 move cust-parent to srch-cust
                 perform findholdrtn
              end-if
              if cust-found
                 move 'H' to ol-class (ord-count)
              end-if
           end-if.
           if ol-class (ord-count) = 'H'
              if om-alloc numeric and om-alloc > 0
                 add 1 to freed-count
              end-if
           end-if.
       addparrtn.
           move 1 to par-idx.
           move 'N' to cust-found-sw.
           perform findpar1rtn
               until cust-found or par-idx > par-count.
           if not cust-found
              if par-count >= 1000
                 display "CAR247 - PAR-TABLE FULL, CUST: "
                     cust-parent " NOT LOADED" upon console
              else
                 add 1 to par-count
                 move cust-parent to pr-cust (par-count)
              end-if
           end-if.
       findpar1rtn.
           if pr-cust (par-idx) = cust-parent
              move 'Y' to cust-found-sw
           else
              add 1 to par-idx
           end-if.
       findholdrtn.
           move 1 to hold-idx.
           move 'N' to cust-found-sw.
           perform findhold1rtn
               until cust-found or hold-idx > hold-count.
       findhold1rtn.
           if ht-cust (hold-idx) = srch-cust
              move 'Y' to cust-found-sw
           else
              add 1 to hold-idx
           end-if.
      * a parent ordering for himself ranks with his branches
       parentrtn.
           if ol-class (ord-idx) = 'R'
              move ol-rec (ord-idx) to ordrec
              move om-cust to cust-parent
              move 1 to par-idx
              move 'N' to cust-found-sw
              perform findpar1rtn
                  until cust-found or par-idx > par-count
              if cust-found
                 move 'N' to ol-class (ord-idx)
              end-if
           end-if.
      * the allocatable lines in priority sequence - class, then
      * oldest order date, then order/line
       loadsort-rtn.
           perform loadsort1rtn varying ord-idx from 1 by 1
               until ord-idx > ord-count.
       loadsort1rtn.
           if ol-class (ord-idx) = 'A' or ol-class (ord-idx) = 'N'
                 or ol-class (ord-idx) = 'R'
              move ol-rec (ord-idx) to ordrec
              if ol-class (ord-idx) = 'A'
                 move '1' to sr-class
              else
                 if ol-class (ord-idx) = 'N'
                    move '2' to sr-class
                 else
                    move '3' to sr-class
                 end-if
              end-if
              move om-date to sr-date
              move om-order to sr-order
              move om-line to sr-line
              move ord-idx to sr-idx
              release sortrec
           end-if.
       allocrtn.
           return sortwk at end move 'Y' to sort-eof.
           perform alloc1rtn until sort-at-eof.
      * as much of what the line still needs as the product has left
       alloc1rtn.
           move sr-idx to ord-idx.
           move ol-rec (ord-idx) to ordrec.
           move om-prod to srch-prod.
           perform findprodrtn.
           if prod-found
              if pt-avail (prod-idx) >= ol-need (ord-idx)
                 move ol-need (ord-idx) to ol-alloc (ord-idx)
              else
                 move pt-avail (prod-idx) to ol-alloc (ord-idx)
              end-if
              subtract ol-alloc (ord-idx) from pt-avail (prod-idx)
           end-if.
           return sortwk at end move 'Y' to sort-eof.
       findprodrtn.
           move 1 to prod-idx.
           move 'N' to prod-found-sw.
           perform findprod1rtn
               until prod-found or prod-idx > prod-count.
       findprod1rtn.
           if pt-prod (prod-idx) = srch-prod
              move 'Y' to prod-found-sw
           else
              add 1 to prod-idx
           end-if.
      * open lines carry this run's allocation, the rest go through
      * as they came
       wrtordrtn.
           move ol-rec (ord-idx) to ordrec.
           if ol-class (ord-idx) not = ' '
              move ol-alloc (ord-idx) to om-alloc
           end-if.
           write ordout from ordrec.
       releasertn.
           if ol-alloc (ord-idx) > 0
              move ol-rec (ord-idx) to ordrec
              compute line-value rounded =
                  ol-alloc (ord-idx) * om-price
              add line-value to release-value
              add 1 to release-count
              move line-value to val-ed
              move ol-need (ord-idx) to need-qty
              move spaces to rptline
              if first-ord or om-order not = prev-order
                 write rptline before advancing 1 line
              end-if
              move 'N' to first-ord-sw
              move om-order to prev-order
              move ol-alloc (ord-idx) to release-qty
              string om-order "  " om-line "  " om-cust "  "
                     ol-name (ord-idx) "  " om-prod "  " need-qty
                     "  " release-qty "  " val-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       shortrtn.
           if ol-class (ord-idx) not = ' '
                 and ol-alloc (ord-idx) < ol-need (ord-idx)
              move ol-rec (ord-idx) to ordrec
              move ol-need (ord-idx) to need-qty
              compute short-qty = ol-need (ord-idx) - ol-alloc (ord-idx)
              move spaces to rptline
              string om-order "  " om-line "  " om-cust "  "
                     ol-name (ord-idx) "  " om-prod "  " need-qty
                     "  " short-qty
                  delimited by size into rptline
              end-string
              if ol-class (ord-idx) = 'H'
                 move "HELD - CREDIT" to rptline (80:13)
                 add 1 to held-count
              else
                 add 1 to short-count
              end-if
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
