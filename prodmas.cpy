      *   the blank cm-credit-limit is treated
          05  pm-prod           pic x(6).
          05  pm-dscrptn        pic x(30).
      * list price in force today - a change is keyed ahead on
      * PRICEFUT and applied by car268 on its effective date, which
      * keeps every change on the PRCHIST price history
          05  pm-price          pic 9(5)v99.
          05  pm-status         pic x(1).
          05  pm-onhand         pic s9(7)  sign leading separate.
