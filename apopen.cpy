      * apopen.cpy - accounts payable open item record (APOPEN file)
      * - 80 byte fixed record, one per accepted supplier invoice,
      *   written by the cap235 voucher edit (opened extend, so the
      *   file carries forward run to run) and relieved by the
      *   payment run when the invoice is paid - the payables side's
      *   AROPEN
      * - ap-amount is the full amount owing to the supplier, gst and
      *   pst included; ap-gst is the part of it claimed back as an
      *   input tax credit (zero when the supplier has no gst
      *   registration on VENDMAS)
      * - payment terms are copied from VENDMAS when the invoice is
      *   vouchered, so a later terms change doesn't reprice an
      *   invoice already on file
          05  ap-vendor         pic 9(6).
          05  ap-inv            pic x(10).
          05  ap-date           pic 9(6).
          05  ap-amount         pic s9(9)v99 comp-3.
          05  ap-gst            pic s9(7)v99 comp-3.
          05  ap-disc-pct       pic 9v99.
          05  ap-disc-days      pic 9(3).
          05  ap-net-days       pic 9(3).
      * 'O' = open and payable, 'H' = held - a held invoice is not
      *   selected for payment until the controller releases it
          05  ap-status         pic x(1).
              88  ap-open              value 'O'.
              88  ap-held              value 'H'.
      * why the invoice is held - 'PR' unit price over the product
      *   cost tolerance, 'QT' quantity billed over quantity
      *   received, 'PO' billed past the PO's open commitment, 'CT'
      *   held by the controller
          05  ap-hold           pic x(2).
          05  ap-po             pic x(6).
          05  ap-company        pic x(2).
          05  ap-entry-date     pic 9(6).
          05  filler            pic x(21).
