      * pricefut.cpy - future product price record layout (PRICEFUT)
      * - 80 byte text row, one per scheduled price change, keyed by
      *   pricing ahead of the day it takes effect instead of editing
      *   pm-price on PRODMAS the morning of the change
      * - car268 applies a row to PRODMAS on or after its effective
      *   date (ccyymmdd), appends it to the PRCHIST price history
      *   and carries every row not yet due - or not yet valid - to
      *   PRICEFUT2, which operations renames back over PRICEFUT
      * - car235/car237 price against the rows not yet applied as
      *   well, so an order dated on or after an effective date gets
      *   the new price whether or not car268 has run yet
          05  pf-prod           pic x(6).
          05  pf-price          pic x(7).
          05  pf-price-n redefines pf-price
                                pic 9(5)v99.
          05  pf-eff            pic x(8).
          05  pf-eff-n redefines pf-eff
                                pic 9(8).
          05  pf-reason         pic x(30).
          05  filler            pic x(29).
