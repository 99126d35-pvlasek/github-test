      * enotice.cpy - electronic tax notice extract (ENOTICE file)
      * - 160 byte fixed record, one per enrolled folio's annual
      *   notice, written by ctx140 in place of the paper page and
      *   published to the portal's taxntc1 table by sqlora14
      * - amounts are the figures the paper notice would have shown
          05  nt-folio          pic x(10).
          05  nt-year           pic 9(4).
          05  nt-name           pic x(20).
          05  nt-email          pic x(60).
          05  nt-land-value     pic 9(9).
          05  nt-imp-value      pic 9(9).
          05  nt-levy           pic s9(7)v99  sign leading separate.
          05  nt-penalty        pic s9(7)v99  sign leading separate.
          05  nt-owing          pic s9(7)v99  sign leading separate.
          05  nt-due-date       pic x(8).
          05  filler            pic x(10).
