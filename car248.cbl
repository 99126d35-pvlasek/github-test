       identification division.
      * car248 - test/demo mainframe conversion to micro focus cobol
      *        - warehouse pick run off ORDMAS - the documents the
      *          floor picks and packs from, instead of car238's open
      *          order report
      *        - the releasable quantity of an 'O' or 'B' line is the
      *          stock reserved to it (om-alloc) by car237 at entry or
      *          by the car247 allocation run, capped at what is
      *          still to ship; a line with nothing reserved waits
      *        - per order, a pick list on PICKLST in product sequence
      *          for walking the floor, carrying each line's order and
      *          line keys with blank columns for the shipped quantity,
      *          ship date and invoice number - the keyed-back sheet
      *          is the car239 SHIPCNF record field for field, sorted
      *          by order/line before car239 reads it
      *        - per order, a packing slip on PACKSLP for the box with
      *          the customer's name and ship-to address off CUSTMAS
      *          and the same lines
      *        - each order starts a new page on both documents
       program-id. car248.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select ordmas assign external ORDMAS
                  organization record sequential access mode sequential
                  file status ordmas-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select picklst assign external PICKLST
                  organization line sequential.
           select packslp assign external PACKSLP
                  organization line sequential.
           select sortwk assign "sortwk248".
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  ordmas record contains 80 characters.
           01 ordin              pic x(80).
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  picklst record contains 132 characters.
           01 pickline           pic x(132).
       fd  packslp record contains 132 characters.
           01 packline           pic x(132).
      * the order line, keyed for the pick sequence - positions as
      * ordmas.cpy lays them out
       sd  sortwk.
           01 sortrec.
              05 sr-order        pic 9(6).
              05 sr-line         pic 9(3).
              05 filler          pic x(16).
              05 sr-prod         pic x(6).
              05 filler          pic x(49).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  ordrec. copy "ordmas.cpy".
       01  wrk-flds.
           05 ordmas-eof         pic x value ' '.
               88 ordmas-at-eof           value '1'.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 first-ord-sw       pic x value 'Y'.
               88 first-ord               value 'Y'.
           05 prev-order         pic 9(6) value zeros.
           05 pick-qty           pic s9(7) value zeros.
           05 open-qty           pic s9(7) value zeros.
           05 order-lines        pic 9(3) value zeros.
           05 order-count        pic 9(5) value zeros.
           05 line-count         pic 9(7) value zeros.
           05 wait-count         pic 9(7) value zeros.
           05 qty-ed             pic z,zzz,zz9.
           05 prod-desc          pic x(30) value spaces.
       01  prod-flds.
           05 prod-count         pic 9(4) value zeros.
           05 prod-idx           pic 9(4) value zeros.
           05 prod-found-sw      pic x value 'N'.
               88 prod-found              value 'Y'.
       01  prod-table.
           05 prod-entry occurs 2000 times.
              10 pt-prod         pic x(6).
              10 pt-dscrptn      pic x(30).
       01  misc.
           05 prodmas-stat       pic xx value spaces.
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
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output picklst packslp.
           sort sortwk on ascending key sr-order sr-prod sr-line
               input procedure loadsort-rtn
               output procedure pickrtn.
           move spaces to pickline.
           string "ORDERS: " order-count
                  "  LINES TO PICK: " line-count
                  "  OPEN LINES WITH NOTHING RESERVED: " wait-count
               delimited by size into pickline
           end-string.
           write pickline after advancing 2 lines.
           close custmas picklst packslp.
           move "CAR248" to jobsum-pgm.
           move line-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadprodrtn.
           if prod-count >= 2000
              display "CAR248 - PROD-TABLE FULL, PM-PROD: "
                  pm-prod " NOT LOADED" upon console
           else
              add 1 to prod-count
              move pm-prod to pt-prod (prod-count)
              move pm-dscrptn to pt-dscrptn (prod-count)
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       loadsort-rtn.
           open input ordmas.
           if ordmas-stat not = '00'
              move ordmas-stat to mf-filestat
              move "ORDMAS"     to mf-filenamei
              move "ORDMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read ordmas into ordrec at end move '1' to ordmas-eof.
           perform loadrtn until ordmas-at-eof.
           close ordmas.
      * only open lines with stock reserved to them are picked
       loadrtn.
           if om-open or om-backorder
              compute open-qty = om-qty - om-shipped
              if open-qty > 0
                 if om-alloc numeric and om-alloc > 0
                    move ordrec to sortrec
                    release sortrec
                 else
                    add 1 to wait-count
                 end-if
              end-if
           end-if.
           read ordmas into ordrec at end move '1' to ordmas-eof.
       pickrtn.
           return sortwk into ordrec at end move 'Y' to sort-eof.
           perform pick1rtn until sort-at-eof.
           if not first-ord
              perform ordendrtn
           end-if.
       pick1rtn.
           if not first-ord and om-order not = prev-order
              perform ordendrtn
           end-if.
           if first-ord or om-order not = prev-order
              perform ordheadrtn
           end-if.
           move 'N' to first-ord-sw.
           move om-order to prev-order.
           perform linertn.
           return sortwk into ordrec at end move 'Y' to sort-eof.
      * a new order - headings for both documents, the packing slip
      * addressed from CUSTMAS
       ordheadrtn.
           add 1 to order-count.
           move zeros to order-lines.
           move spaces to custrec.
           move om-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           if not cm-found
              move spaces to cm-nameadrs
              move "*** NOT ON CUSTMAS ***" to cm-name
           end-if.
           move spaces to pickline.
           string "PICK LIST - ORDER: " om-order
                  "  CUSTOMER: " om-cust " " cm-name
                  "  ORDER DATE: " om-date
                  "  RUN DATE: " rundate-ymd6e
               delimited by size into pickline
           end-string.
           write pickline after advancing page.
           move spaces to pickline.
           string "KEY SHIPPED QTY, SHIP DATE (YYMMDD) AND INVOICE -"
                  " ZERO-FILLED - THEN SORT BY ORDER/LINE FOR CAR239"
               delimited by size into pickline
           end-string.
           write pickline after advancing 1 line.
           move spaces to pickline.
           string "PROD    DESCRIPTION                    "
                  "    PICK QTY   ORDER  LN   SHIPPED   DATE"
                  "    INVOICE"
               delimited by size into pickline
           end-string.
           write pickline after advancing 2 lines.
           move spaces to packline.
           string "PACKING SLIP - ORDER: " om-order
                  "  ORDER DATE: " om-date
                  "  SHIP DATE: " rundate-ymd6e
               delimited by size into packline
           end-string.
           write packline after advancing page.
           move spaces to packline.
           string "SHIP TO:  " cm-name
               delimited by size into packline
           end-string.
           write packline after advancing 2 lines.
           move spaces to packline.
           string "          " cm-adrs1
               delimited by size into packline
           end-string.
           write packline after advancing 1 line.
           move spaces to packline.
           string "          " cm-adrs2
               delimited by size into packline
           end-string.
           write packline after advancing 1 line.
           move spaces to packline.
           string "          " cm-city-prov
               delimited by size into packline
           end-string.
           write packline after advancing 1 line.
           move spaces to packline.
           string "PROD    DESCRIPTION                    "
                  "     ORDERED    SHIPPED"
               delimited by size into packline
           end-string.
           write packline after advancing 2 lines.
      * one line to pick - what is reserved, never more than is
      * still to ship
       linertn.
           compute open-qty = om-qty - om-shipped.
           if om-alloc > open-qty
              move open-qty to pick-qty
           else
              move om-alloc to pick-qty
           end-if.
           perform findprodrtn.
           if prod-found
              move pt-dscrptn (prod-idx) to prod-desc
           else
              move "*** NOT ON PRODMAS ***" to prod-desc
           end-if.
           move pick-qty to qty-ed.
           move spaces to pickline.
           string om-prod "  " prod-desc "  " qty-ed
                  "  " om-order "  " om-line
                  "  _______  ______  ______"
               delimited by size into pickline
           end-string.
           write pickline after advancing 1 line.
           move spaces to packline.
           string om-prod "  " prod-desc "  " qty-ed
                  "  _______"
               delimited by size into packline
           end-string.
           write packline after advancing 1 line.
           add 1 to order-lines.
           add 1 to line-count.
       ordendrtn.
           move spaces to pickline.
           string "LINES ON ORDER: " order-lines
                  "     PICKED BY: ____________"
               delimited by size into pickline
           end-string.
           write pickline after advancing 2 lines.
           move spaces to packline.
           string "LINES: " order-lines
                  "     PACKED BY: ____________"
               delimited by size into packline
           end-string.
           write packline after advancing 2 lines.
       findprodrtn.
           move 1 to prod-idx.
           move 'N' to prod-found-sw.
           perform findprod1rtn
               until prod-found or prod-idx > prod-count.
       findprod1rtn.
           if pt-prod (prod-idx) = om-prod
              move 'Y' to prod-found-sw
           else
              add 1 to prod-idx
           end-if.
       copy "unixproc1.cpy".
