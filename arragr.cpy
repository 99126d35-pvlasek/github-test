      * arragr.cpy - arrears payment agreement (ARRAGR file)
      * - 80 byte fixed record, one per folio whose owner has agreed
      *   to clear tax arrears by monthly instalments instead of
      *   heading for tax sale
      * - the ctx225 monthly monitor checks the instalments due
      *   against the folio's FOLLEDG payment rows and rolls the file
      *   to ARRAGR2 with the new status; ctx100 honours an in-force
      *   agreement's penalty rate and ctx170 lists in-force folios
      *   apart from the true tax-sale candidates
          05  pa-folio          pic x(10).
      * ccyymmdd the agreement was signed - payments from this date
      *   on count toward it
          05  pa-signed         pic 9(8).
          05  pa-arrears        pic 9(7)v99.
          05  pa-instal         pic 9(7)v99.
      * number of monthly instalments (12, 18, ...) - the first is
      *   due on pa-start, the rest the same day each month after
          05  pa-count          pic 9(2).
          05  pa-start          pic 9(8).
      * penalty rate the agreement allows while it is in force, in
      *   place of the ctx100 rate (zero waives the penalty)
          05  pa-pen-pct        pic 9(3)v99.
      * 'C' current, 'L' late (behind but not yet in default), 'D'
      *   defaulted - protection dropped, 'P' paid out
          05  pa-status         pic x(1).
              88  pa-current           value 'C'.
              88  pa-late              value 'L'.
              88  pa-defaulted         value 'D'.
              88  pa-complete          value 'P'.
              88  pa-in-force          value 'C' 'L'.
      * paid toward the agreement and instalments missed as of the
      *   last monitor run, and the date the status last changed
          05  pa-paid           pic 9(7)v99.
          05  pa-missed         pic 9(2).
          05  pa-status-date    pic 9(8).
          05  filler            pic x(9).
