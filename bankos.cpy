      * bankos.cpy - operating bank account reconciliation items
      *   (BANKOS file)
      * - 60 byte fixed record written by cgl171 for every item it
      *   worked on a statement, and read back by the next month's
      *   run so anything still open carries forward without being
      *   rekeyed
      * - one 'H' header row first: bo-date is the statement date the
      *   run took the books through, bo-amount the statement's
      *   closing bank balance
      * - then one 'I' row per item: a book item (bo-side 'B' - a
      *   cheque or EFT payment or a day's deposit off GLHIST) or a
      *   bank item the books don't have yet (bo-side 'K' - a bank
      *   charge, a direct credit); 'O' rows are still outstanding
      *   and carry forward, 'C' rows cleared on this statement (on
      *   bo-clrdate) and are dropped by the next run
          05  bo-type           pic x(1).
              88  bo-header            value 'H'.
              88  bo-item              value 'I'.
          05  bo-side           pic x(1).
              88  bo-book              value 'B'.
              88  bo-bank              value 'K'.
      * 'D' = deposit (money in), 'W' = withdrawal (money out)
          05  bo-kind           pic x(1).
              88  bo-deposit           value 'D'.
              88  bo-withdrawal        value 'W'.
          05  bo-status         pic x(1).
              88  bo-outstanding       value 'O'.
              88  bo-cleared           value 'C'.
      * cheque number for a cheque, the GL reference or bank's
      *   reference otherwise
          05  bo-ref            pic x(8).
          05  bo-date           pic 9(6).
          05  bo-amount         pic s9(9)v99 comp-3.
          05  bo-clrdate        pic 9(6).
          05  filler            pic x(30).
