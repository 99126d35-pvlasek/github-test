      * down the children's open items; zero or blank (old records)
      * means the customer stands alone
          05  cm-parent         pic 9(6).
      * mailing province code and postal code (no embedded space),
      * checked by the adredit routine - cm-city-prov stays the
      * printed city line; blank on records keyed before the
      * fields existed, which adrvalid reports until they are keyed
          05  cm-prov           pic x(2).
          05  cm-postal         pic x(6).
      * correspondence language - 'E' english, 'F' french; blank
      * (records keyed before the field existed) is english. The
      * statements, dunning letters and invoices print their wording
      * off the DOCTEXT table in this language (see doctext)
          05  cm-lang           pic x(1).
          05  filler            pic x(136).
