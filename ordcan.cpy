      * ordcan.cpy - cancelled order history record (ORDCAN file)
      * - 80 byte fixed record, one row for every order line the
      *   car249 order change run cancels or cuts the quantity of,
      *   appended and never purged - the car261 cancelled orders
      *   report reads it by reason and salesman for what is being
      *   lost and why
          05  ox-order          pic 9(6).
          05  ox-line           pic 9(3).
          05  ox-cust           pic 9(6).
          05  ox-slsmn          pic x(4).
          05  ox-prod           pic x(6).
      * 'C' line cancelled, 'X' line cancelled with its whole order,
      * 'Q' quantity reduced
          05  ox-kind           pic x(1).
              88  ox-line-cancel       value 'C'.
              88  ox-order-cancel      value 'X'.
              88  ox-reduce            value 'Q'.
      * the car249 reason code the change was keyed under
          05  ox-reason         pic x(2).
      * the quantity lost - the unshipped balance of a cancelled
      * line, or the cut on a reduced one - at the line's price
          05  ox-qty            pic s9(7)     comp-3.
          05  ox-price          pic s9(7)v99  comp-3.
          05  ox-value          pic s9(9)v99  comp-3.
      * the date the customer cancelled, and who keyed it
          05  ox-date           pic 9(6).
          05  ox-user           pic x(8).
      * run date the row was written
          05  ox-entered        pic 9(6).
          05  filler            pic x(17).
