      * mailwrk.cpy - mailing work line (MAILWRK file)
      * - 140 byte record, one per print line of a mailed document;
      *   ctx140 notices, car225 statements and car226 dunning
      *   letters write their pages here instead of straight to the
      *   print file when run for presort, and mailsort puts the
      *   documents into postal code order for the bulk rate
      * - the postal code is the validated one; a missing or bad
      *   code is carried as ZZZZZZ so the piece sorts to the end,
      *   outside the presort
          05  mw-postal         pic x(6).
      * document number within the run and line number within the
      *   document - keeps each document's lines together and in order
          05  mw-doc            pic 9(7).
          05  mw-line           pic 9(4).
      * lines to advance after this one, zero starts a new page
          05  mw-adv            pic 9(1).
          05  filler            pic x(2).
          05  mw-text           pic x(120).
