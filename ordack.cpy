      * ordack.cpy - web order acknowledgement record (ORDACK file)
      * - 80 byte fixed record, one row per web order line car237
      *   edits (ot-source 'W' on ORDTRAN), written as the line is
      *   accepted or rejected; sqlora10 posts each row back to the
      *   weborder1 table so the customer sees the result online
          05  ak-webref         pic x(12).
          05  ak-webline        pic x(3).
      * the order number the line was entered under, and the ORDMAS
      * line number car237 gave it - zeros on a rejected line
          05  ak-order          pic x(6).
          05  ak-line           pic 9(3).
      * 'A' accepted, 'B' accepted as a backorder, 'R' rejected
          05  ak-status         pic x(1).
              88  ak-accepted          value 'A'.
              88  ak-backorder         value 'B'.
              88  ak-rejected          value 'R'.
          05  ak-reason         pic x(40).
      * run date car237 edited the line
          05  ak-date           pic 9(6).
          05  filler            pic x(9).
