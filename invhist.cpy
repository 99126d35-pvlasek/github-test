      * invhist.cpy - inventory movement history record (INVHIST file)
      * - 48 byte fixed record, one per movement of a product's
      *   pm-onhand, appended (opened extend, never rolled over) by
      *   every program that moves the balance - car231 receipts,
      *   car232 sales relief and returns, car244 count adjustments,
      *   car266 issues from stock
      * - rows for a product are in the order they were posted, so
      *   the car246 stock card can walk them with the balance
          05  ih-prod           pic x(6).
          05  ih-date           pic 9(6).
      * 'RC' receipt, 'SL' sale relieved, 'RT' customer return put
      *   back, 'CT' physical count adjustment, 'IS' issued from
      *   stock to a work order or to expense
          05  ih-type           pic x(2).
              88  ih-receipt           value 'RC'.
              88  ih-sale              value 'SL'.
              88  ih-return            value 'RT'.
              88  ih-count             value 'CT'.
              88  ih-issue             value 'IS'.
      * signed movement - in is positive, out negative - and the
      *   on-hand balance after it
          05  ih-qty            pic s9(7)  sign leading separate.
          05  ih-ref            pic x(10).
          05  ih-balance        pic s9(7)  sign leading separate.
          05  filler            pic x(8).
