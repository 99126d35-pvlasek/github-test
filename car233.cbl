      *          price, on-hand quantity and extended value at
      *          pm-price, with file totals; a blank on-hand (rows
      *          written before the field existed) reads as zero
      *        - the totals also carry the stock extended at pm-cost,
      *          the inventory value cgl165 proves the ledger's
      *          inventory account against
      *        - any product sitting below zero also lands on the
      *          NEGSTK exception report - stock can't really be
      *          negative, so either a receipt was never keyed or a
           05 onhand-wk          pic s9(7) value zeros.
           05 stock-value        pic s9(9)v99 comp-3 value 0.
           05 total-value        pic s9(11)v99 comp-3 value 0.
           05 cost-value         pic s9(9)v99 comp-3 value 0.
           05 total-cost         pic s9(11)v99 comp-3 value 0.
           05 total-qty          pic s9(9) value zeros.
           05 value-ed           pic zzzz,zzz.99-.
           05 total-ed           pic zzz,zzz,zz9.99-.
           write rptline before advancing 1 line.
           add onhand-wk to total-qty.
           add stock-value to total-value.
           if pm-cost numeric
              compute cost-value rounded = onhand-wk * pm-cost
              add cost-value to total-cost
           end-if.
           if onhand-wk < 0
              perform negrtn
           end-if.
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move total-cost to total-ed.
           move spaces to rptline.
           string "TOTAL VALUE AT COST: " total-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to excline.
           write excline before advancing 1 line.
           move spaces to excline.
