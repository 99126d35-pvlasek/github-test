      * dsphist.cpy - AR dispute history record (DSPHIST file)
      * - 100 byte fixed record, one row per dispute hold or release
      *   the car253 dispute run puts on an AROPEN item, appended and
      *   never purged - who raised a dispute, why, and who cleared it
      *   stay answerable after the item has left AROPEN; the car254
      *   dispute register reads it for who raised each open dispute
          05  dh-cust           pic 9(6).
          05  dh-inv            pic 9(6).
      * 'H' hold placed, 'R' hold released
          05  dh-action         pic x(1).
              88  dh-hold              value 'H'.
              88  dh-release           value 'R'.
      * the car253 reason code the hold was placed under
          05  dh-reason         pic x(2).
      * the date the customer raised it, or the date it was settled
          05  dh-date           pic 9(6).
      * who raised the dispute, or who released it
          05  dh-user           pic x(8).
      * the item's open balance when the hold went on or came off
          05  dh-amount         pic s9(9)v99  comp-3.
          05  dh-note           pic x(50).
      * run date the row was written
          05  dh-entered        pic 9(6).
          05  filler            pic x(9).
