      * taxadr.cpy - tax roll owner mailing address (TAXADR file)
      * - 150 byte fixed record, one per folio, ascending by folio;
      *   CITYTAX carries only the owner's name, so this is where the
      *   notice for an absentee owner actually goes
      * - ctx115 writes the new owner's address on a transfer and
      *   ctx235 applies change-of-address transactions; ctx140
      *   addresses the notice from it and adrvalid checks it
          05  ta-folio          pic x(10).
      * mailing name - the owner, or a care-of/attention line
          05  ta-name           pic x(30).
          05  ta-adrs1          pic x(30).
          05  ta-adrs2          pic x(30).
          05  ta-city           pic x(20).
          05  ta-prov           pic x(2).
          05  ta-postal         pic x(6).
      * ccyymmdd of the last change, and where it came from
          05  ta-chg-date       pic 9(8).
          05  ta-source         pic x(1).
              88  ta-from-xfer         value 'T'.
              88  ta-from-coa          value 'C'.
      * the owner's correspondence language - 'E' english, 'F'
      * french, blank english; ctx140 prints the notice in it
          05  ta-lang           pic x(1).
          05  filler            pic x(12).
