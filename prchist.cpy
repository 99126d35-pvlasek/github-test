      * prchist.cpy - product price history record layout (PRCHIST)
      * - 80 byte text row, one per price change car268 applied to
      *   PRODMAS, appended in the order applied: the list price from
      *   hp-eff (ccyymmdd) on, the price it replaced, why, and the
      *   run date it was applied
      * - the list price of a product on any date is the latest row
      *   effective on or before that date; before the product's
      *   first row it is that row's hp-old-price, and a product with
      *   no rows has only ever had its PRODMAS pm-price
          05  hp-prod           pic x(6).
          05  hp-eff            pic 9(8).
          05  hp-price          pic 9(5)v99.
          05  hp-old-price      pic 9(5)v99.
          05  hp-reason         pic x(30).
          05  hp-applied        pic 9(8).
          05  filler            pic x(14).
