      * collnote.cpy - collections contact note record (COLLNOTE file)
      * - 120 byte fixed record, one row per collector contact with a
      *   customer, appended by the car251 note entry edit and never
      *   purged; a promise-to-pay row carries the amount and the date
      *   the customer promised it by
      * - car252 reads it for the daily collector worklist (latest
      *   contact, open promises, promises broken yesterday) and car280
      *   shows the latest notes on the customer profile
          05  cn-cust           pic 9(6).
      * date of the contact, as keyed
          05  cn-date           pic 9(6).
      * 'N' note only, 'P' promise to pay
          05  cn-kind           pic x(1).
              88  cn-note              value 'N'.
              88  cn-promise           value 'P'.
          05  cn-collector      pic x(4).
      * the invoices the contact or promise is about - zero when it
      * is about the account as a whole
          05  cn-inv            pic 9(6)  occurs 3 times.
          05  cn-prom-amount    pic s9(9)v99  comp-3.
          05  cn-prom-date      pic 9(6).
          05  cn-text           pic x(60).
      * run date the row was accepted
          05  cn-entered        pic 9(6).
          05  filler            pic x(7).
