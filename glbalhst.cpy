      * glbalhst.cpy - general ledger year-end balance history record
      *   (GLBALHST file)
      * - 100 byte fixed record, one row per account, company and
      *   fiscal year, appended by the cgl220 year-end close before
      *   the income-statement accounts are zeroed - the permanent
      *   record of each year's closing position once the GLMSYE and
      *   GLMSNEW generations have rolled off
      * - the file is append-forever; a rerun of the same year's
      *   close appends again, and readers take the latest row for an
      *   account/company/year
          05  gy-acct           pic x(8).
      * a blank glm-company is written as '01', the single-company
      *   ledger it came from
          05  gy-company        pic x(2).
          05  gy-year           pic 9(4).
          05  gy-type           pic x(10).
          05  gy-dscrptn        pic x(30).
      * glm-balance at the close, debits positive as on the ledger
          05  gy-balance        pic s9(9)v99  comp-3.
      * glm-ytd-balance at the close - the year's posted activity
          05  gy-activity       pic s9(9)v99  comp-3.
      * the year's GLBUDGET gb-annual for the account, zero if none
          05  gy-budget         pic s9(11)v99 comp-3.
          05  gy-rundate        pic 9(8).
          05  filler            pic x(19).
