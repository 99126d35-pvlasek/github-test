      *          indexed way car215 does it, a subtotal per order and
      *          a grand total of the open value; backordered lines
      *          are flagged
      *        - lines cancelled by car249 ('X') are left off, and the
      *          date promised to the customer shows where car249 has
      *          set one
       program-id. car238.
       environment division.
       input-output section.
               88 first-ord               value 'Y'.
           05 prev-order         pic 9(6) value zeros.
           05 cust-name          pic x(20) value spaces.
           05 promise-ed         pic x(6) value spaces.
           05 open-qty           pic s9(7) value zeros.
           05 open-value         pic s9(9)v99 comp-3 value 0.
           05 order-value        pic s9(9)v99 comp-3 value 0.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ORDER   LN  CUST    NAME                  PROD  "
                  "     OPEN QTY          VALUE  PROMISED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * ORDMAS arrives in om-order/om-line sequence (the order car237
      * builds it), so the order subtotal prints on each break
       ordrtn.
           if om-complete or om-cancelled
              continue
           else
              if not first-ord and om-order not = prev-order
           compute open-qty = om-qty - om-shipped.
           compute open-value rounded = open-qty * om-price.
           move open-value to val-ed.
           move spaces to promise-ed.
           if om-promise numeric and om-promise > 0
              move om-promise to promise-ed
           end-if.
           move spaces to rptline.
           if om-backorder
              string om-order "  " om-line "  " om-cust "  "
                     cust-name "  " om-prod "  " open-qty
                     "  " val-ed "  " promise-ed "  BACKORDER"
                  delimited by size into rptline
              end-string
              add 1 to bo-count
           else
              string om-order "  " om-line "  " om-cust "  "
                     cust-name "  " om-prod "  " open-qty
                     "  " val-ed "  " promise-ed
                  delimited by size into rptline
              end-string
           end-if.
