      * salesum.cpy - monthly sales summary record layout (SALESUM file)
      * - 80 byte fixed record, one row per closed month (yymm) and
      *   customer/product/salesman, rolled forward by car245's
      *   month-end archive from the SALEDTL lines it moves to
      *   SALEHIST, so the ranking, trend, quota, margin and rebate
      *   reports read a few summary rows per month instead of the
      *   whole archive
      * - rows are additive: a month archived twice (a straggler
      *   dated into a closed month) simply has two rows for the key,
      *   and every reader sums them; car267 proves the file against
      *   a full SALEHIST pass and rebuilds it on demand
          05  ss-period         pic 9(4).
          05  ss-cust           pic 9(6).
          05  ss-prod           pic x(6).
          05  ss-slsmn          pic x(4).
      * SALEDTL lines summarised into the row
          05  ss-lines          pic s9(7)     comp-3.
          05  ss-qty            pic s9(9)     comp-3.
          05  ss-amount         pic s9(11)v99 comp-3.
      * sd-qty extended at the PRODMAS pm-cost in force when the
      * month was archived - zero when the product had no cost
          05  ss-cost           pic s9(11)v99 comp-3.
          05  ss-gst            pic s9(9)v99  comp-3.
          05  ss-pst            pic s9(9)v99  comp-3.
          05  filler            pic x(25).
