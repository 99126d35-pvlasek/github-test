      *        - the COMMREG register lists each PO's position and
      *          flags over-relieved POs (actuals above the
      *          commitment - somebody spent past the order)
      *        - each PO row names its supplier's VENDMAS vendor
      *          number (cap110 maintains the vendor master); the
      *          vendor carries forward onto POMAS2 and prints on
      *          the register, blank on rows keyed before the field
      *          existed
       program-id. cgl145.
       environment division.
       input-output section.
                 88 po-open              value 'O'.
                 88 po-closed            value 'C'.
              05 po-dscrptn      pic x(20).
              05 po-vendor       pic x(6).
              05 filler          pic x(9).
       fd  glhist record contains 60 characters.
           01 ghrec.
              05 gh-acct         pic x(8).
              05 po2-relieved    pic 9(9)v99.
              05 po2-status      pic x(1).
              05 po2-dscrptn     pic x(20).
              05 po2-vendor      pic x(6).
              05 filler          pic x(9).
      * commitment ledger - one row per account/company, the open
      * committed amount cgl140 reads
       fd  cmtledg record contains 40 characters.
              10 pt-amount       pic s9(9)v99 comp-3.
              10 pt-relieved     pic s9(11)v99 comp-3.
              10 pt-dscrptn      pic x(20).
              10 pt-vendor       pic x(6).
       01  led-table.
           05 led-entry occurs 500 times.
              10 lt-acct         pic x(8).
              move po-amount to pt-amount (po-count)
              move 0 to pt-relieved (po-count)
              move po-dscrptn to pt-dscrptn (po-count)
              move po-vendor to pt-vendor (po-count)
           end-if.
           read pomas at end move '1' to pomas-eof.
      * one posted debit referencing a PO relieves it - credits
              move 'O' to po2-status
           end-if.
           move pt-dscrptn (po-idx) to po2-dscrptn.
           move pt-vendor (po-idx) to po2-vendor.
           write porec2.
           move open-commit to amt-ed.
           move spaces to regline.
           if pt-relieved (po-idx) > pt-amount (po-idx)
              string "PO " pt-number (po-idx)
                     "  ACCT: " pt-acct (po-idx)
                     "  VENDOR: " pt-vendor (po-idx)
                     "  OPEN: " amt-ed
                     "  *** RELIEVED PAST COMMITMENT ***"
                  delimited by size into regline
           else
              string "PO " pt-number (po-idx)
                     "  ACCT: " pt-acct (po-idx)
                     "  VENDOR: " pt-vendor (po-idx)
                     "  OPEN: " amt-ed
                     "  STATUS: " po2-status
                  delimited by size into regline
