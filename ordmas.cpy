          05  om-shipped        pic s9(7)     comp-3.
          05  om-price          pic s9(7)v99  comp-3.
          05  om-taxcode        pic x(2).
      * 'O' = open, 'B' = backorder (partially shipped, or entered
      * by car237 with no free stock to cover it), 'C' = complete,
      * 'X' = cancelled by the car249 order change run - car238
      * reports 'O' and 'B' lines only
          05  om-status         pic x(1).
              88  om-open              value 'O'.
              88  om-backorder         value 'B'.
              88  om-complete          value 'C'.
              88  om-cancelled         value 'X'.
      * stock reserved to the line out of pm-onhand - set by car237
      * from the free stock at entry and by the car247 allocation run
      * after receipts, given back by car239 as the line ships;
      * blanks (records written before the field existed) mean
      * nothing reserved
          05  om-alloc          pic s9(7)     comp-3.
      * date promised to the customer, set or moved by the car249
      * order change run - blanks (every line before the field
      * existed, and any line never given one) mean no promise
          05  om-promise        pic 9(6).
          05  filler            pic x(23).
