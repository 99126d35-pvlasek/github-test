      * posmas.cpy - position control record (POSMAS file)
      * - 80 byte fixed record, one per authorized position, kept in
      *   position number sequence and maintained by cpy120's sorted
      *   POSTRAN add/change/delete/fill/vacate transactions
      * - cpy110 holds a new hire into a department with no vacant
      *   position on this file; cpy125 reports authorized against
      *   filled positions and budgeted against actual pay
          05  pos-posn          pic x(6).
          05  pos-dept          pic x(4).
          05  pos-title         pic x(30).
      * authorized full-time equivalent - 1.00 full time, 0.50 half
          05  pos-fte           pic 9v99.
      * budgeted annual cost of the position
          05  pos-budget        pic 9(7)v99.
      * paymas-empno of the employee in the position, zeros = vacant
          05  pos-incumbent     pic 9(6).
              88  pos-vacant           value zeros.
      * "DELT" = position abolished - kept on file for its history
      *   but no longer authorized
          05  pos-delete        pic x(4).
          05  filler            pic x(18).
