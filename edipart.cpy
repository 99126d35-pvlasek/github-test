      * edipart.cpy - EDI trading partner record (EDIPART file)
      * - 80 byte text row, one per bill-to customer that takes its
      *   invoices electronically - a national account parent
      *   (cm-parent) or a customer billed on its own; every branch
      *   billed to the parent goes out under the parent's row
      * - read by the car264 EDI invoice run and by car240, which
      *   leaves the paper copy out for a partner marked no paper
          05  ep-cust           pic 9(6).
      * 'A' active; anything else is on file but not sent to
          05  ep-status         pic x(1).
              88  ep-active            value 'A'.
      * the partner's interchange id and its qualifier, and the
      * application receiver code for the functional group
          05  ep-qual           pic x(2).
          05  ep-id             pic x(15).
          05  ep-gs-id          pic x(15).
      * 'N' - electronic only, car240 prints no paper invoice; 'Y'
      * or blank keeps the paper copy going while the partner tests
          05  ep-paper          pic x(1).
              88  ep-no-paper          value 'N'.
          05  ep-name           pic x(20).
          05  filler            pic x(20).
