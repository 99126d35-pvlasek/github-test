      * womas.cpy - work order / project master record (WOMAS file)
      * - 80 byte fixed record, one per work order, kept in work
      *   order number sequence and maintained by cgl173's sorted
      *   WOTRAN add/change/close transactions
      * - timecards (cpy280), inventory issues (car266) and AP
      *   voucher lines (cap235) may only be charged to a work order
      *   that is on this file and still open; what they cost lands
      *   on the WOCOST ledger, and cgl174 reports it against the
      *   budgets carried here
          05  wo-workord        pic x(6).
          05  wo-dscrptn        pic x(30).
          05  wo-dept           pic x(4).
      * company whose ledger carries the work-in-progress
          05  wo-company        pic x(2).
      * budget by cost type - labour, material, supplier charges
          05  wo-bud-labour     pic 9(7)v99.
          05  wo-bud-matl       pic 9(7)v99.
          05  wo-bud-supp       pic 9(7)v99.
          05  wo-status         pic x(1).
              88  wo-open              value 'O'.
              88  wo-closed            value 'C'.
      * how the finished work order left work-in-progress - 'C'
      *   capitalized to an asset account, 'E' expensed - and the
      *   run date of the close; blank/zeros while open
          05  wo-disp           pic x(1).
              88  wo-capitalized       value 'C'.
              88  wo-expensed          value 'E'.
          05  wo-close-date     pic 9(6).
          05  filler            pic x(3).
