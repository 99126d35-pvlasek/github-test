      * counttrn.cpy - physical inventory count transaction (COUNTTRN)
      * - 40 byte row, one per count keyed off a car242 count sheet,
      *   sorted ascending by ct-prod; a product counted in more
      *   than one place has one row per place and the rows add up
      * - text as keyed, validated through NUMEDIT by the car243
      *   variance report and the car244 adjustment run; a product
      *   found empty is keyed with a zero count, not left off
          05  ct-prod           pic x(6).
          05  ct-qty            pic x(7).
          05  ct-sheet          pic x(7).
          05  ct-counter        pic x(4).
          05  ct-date           pic x(6).
          05  filler            pic x(10).
