      * enotmas.cpy - electronic tax notice enrolment (ENOTMAS file)
      * - 100 byte fixed record, one per folio whose owner has signed
      *   up on the portal to receive the annual tax notice online;
      *   sqlora13 refreshes the whole file from the portal's
      *   taxenrol1 table in folio order
      * - ctx140 sends an active enrolment's notice to the ENOTICE
      *   extract for sqlora14 to publish, and prints paper for
      *   everyone else
          05  en-folio          pic x(10).
          05  en-email          pic x(60).
      * ccyymmdd the owner enrolled (or last changed the enrolment)
          05  en-enrol-date     pic 9(8).
      * 'A' active, 'C' cancelled - a cancelled enrolment is kept so
      *   the portal can show it, but the owner gets paper again
          05  en-status         pic x(1).
              88  en-active            value 'A'.
              88  en-cancelled         value 'C'.
          05  filler            pic x(21).
