          05  cy-disc-days      pic 9(3).
          05  cy-net-days       pic 9(3).
          05  cy-parent         pic 9(6).
          05  cy-prov           pic x(2).
          05  cy-postal         pic x(6).
          05  cy-lang           pic x(1).
          05  filler            pic x(136).
