      * aptran.cpy - keyed AP invoice voucher line (APTRAN file)
      * - 80 byte fixed record, sorted ascending by vendor/invoice
      *   for the cap235 voucher edit; every field arrives as text
      *   exactly as keyed and nothing is trusted as numeric until
      *   NUMEDIT has passed it
      * - keyed by the payables clerks, and also generated by the
      *   payroll side (cpy200's deduction remittances, cpy265's
      *   statutory remittance) so those payees are vouchered and
      *   paid through AP like any other supplier
          05  at-vendor         pic x(6).
          05  at-inv            pic x(10).
          05  at-date           pic x(6).
          05  at-po             pic x(6).
      * 'S' = stock item received against a PO, 'E' = expense
          05  at-type           pic x(1).
              88  at-stock             value 'S'.
              88  at-expense           value 'E'.
          05  at-prod           pic x(6).
          05  at-acct           pic x(8).
          05  at-qty            pic x(7).
      * price/amount are keyed with two implied decimals - the
      * redefinitions are what moves to the numeric work fields
      * after NUMEDIT passes
          05  at-price          pic x(9).
          05  at-price-n redefines at-price
                                pic 9(7)v99.
          05  at-amount         pic x(11).
          05  at-amount-n redefines at-amount
                                pic 9(9)v99.
          05  at-taxcode        pic x(2).
      * optional work order an expense line is charged to - the line
      *   then posts to the ACCTMAP WOWIP account and the charge is
      *   written to the WOCOST ledger
          05  at-workord        pic x(6).
          05  filler            pic x(2).
