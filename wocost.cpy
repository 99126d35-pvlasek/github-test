      * wocost.cpy - work order cost ledger record (WOCOST file)
      * - 80 byte fixed record, one per charge to a work order,
      *   appended (opened extend, never rolled over) by every
      *   program that charges one - cpy280 labour off the pay run,
      *   car266 material issued from stock, cap235 supplier charges
      *   on accepted voucher lines
      * - every charge is also debited to the ACCTMAP WOWIP account
      *   by the program that wrote it, so the ledger for the open
      *   work orders is the detail behind that account, and cgl173
      *   credits it with the ledger total when the work order closes
          05  wc-workord        pic x(6).
      * 'L' labour, 'M' material, 'S' supplier charge
          05  wc-type           pic x(1).
              88  wc-labour            value 'L'.
              88  wc-matl              value 'M'.
              88  wc-supp              value 'S'.
      * the pay run date for labour, the run date otherwise
          05  wc-date           pic 9(6).
          05  wc-source         pic x(8).
      * employee number and day for labour, the issue reference for
      *   material, vendor and invoice for a supplier charge
          05  wc-ref            pic x(16).
      * hours for labour, units for material, zero for supplier
          05  wc-qty            pic s9(7)v99  sign leading separate.
          05  wc-amount         pic s9(9)v99  sign leading separate.
          05  wc-dscrptn        pic x(20).
          05  filler            pic x(1).
