      * famas.cpy - fixed asset master record (FAMAS file)
      * - 200 byte fixed record, one per asset, kept in asset number
      *   sequence; maintained by cgl167's sorted add/transfer/
      *   dispose transactions, depreciated once a month by cgl168
      *   and listed and proved against GLMSNEW by cgl169
          05  fa-asset          pic 9(6).
      * 'A' = in service, 'D' = disposed - a disposed asset stays on
      *   file with its disposal figures for the year's register
          05  fa-status         pic x(1).
              88  fa-active            value 'A'.
              88  fa-disposed          value 'D'.
          05  fa-dscrptn        pic x(30).
          05  fa-class          pic x(4).
          05  fa-company        pic x(2).
          05  fa-dept           pic x(4).
      * acquisition date ccyymmdd and original cost
          05  fa-acq-date       pic 9(8).
          05  fa-cost           pic s9(9)v99 comp-3.
      * 'SL' = straight line, cost less salvage spread evenly over
      *   fa-life months; 'DB' = declining balance, fa-db-rate per
      *   cent a year on net book value - a zero fa-db-rate means
      *   double declining over fa-life; neither method takes net
      *   book value below fa-salvage
          05  fa-method         pic x(2).
              88  fa-straight-line     value 'SL'.
              88  fa-declining         value 'DB'.
          05  fa-life           pic 9(3).
          05  fa-db-rate        pic 9(3)v99.
          05  fa-salvage        pic s9(9)v99 comp-3.
      * depreciation to date, this year's share of it, the months
      *   taken and the ccyymm of the last month taken - cgl168 will
      *   not depreciate the same month twice
          05  fa-accum          pic s9(9)v99 comp-3.
          05  fa-ytd-depr       pic s9(9)v99 comp-3.
          05  fa-months-depr    pic 9(3).
          05  fa-last-depr      pic 9(6).
      * GL accounts - cost, accumulated depreciation and the
      *   depreciation expense the monthly run charges
          05  fa-asset-acct     pic x(8).
          05  fa-accum-acct     pic x(8).
          05  fa-expense-acct   pic x(8).
      * disposal date ccyymmdd, proceeds and the gain (+) or loss (-)
      *   against net book value booked at disposal
          05  fa-disp-date      pic 9(8).
          05  fa-proceeds       pic s9(9)v99 comp-3.
          05  fa-gain-loss      pic s9(9)v99 comp-3.
          05  filler            pic x(58).
