      * wofhist.cpy - accounts receivable write-off history (WOFHIST)
      * - 40 byte fixed record, one per open item written off,
      *   appended by car224 (opened extend, never rolled over) -
      *   the item is gone from AROPEN2, this is what is left of it
      * - wh-amount is the tax-inclusive ar-amount written off and
      *   wh-date the run date it went; wh-reason is the keyed
      *   reason code, 'SB' for the small-balance sweep
          05  wh-cust           pic 9(6).
          05  wh-inv            pic 9(6).
          05  wh-date           pic 9(6).
          05  wh-amount         pic s9(9)v99  comp-3.
          05  wh-reason         pic x(2).
          05  filler            pic x(14).
