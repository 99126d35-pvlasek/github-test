      * appayhst.cpy - accounts payable payment history (APPAYHST)
      * - 80 byte fixed record, one per invoice paid, appended by the
      *   cap240 payment run (opened extend, so the file is never
      *   rolled over) - what a vendor was actually paid, and when,
      *   after the invoice has dropped off APOPEN
      * - ph-payref is the cheque number, or EFT for a direct deposit
          05  ph-vendor         pic 9(6).
          05  ph-inv            pic x(10).
          05  ph-inv-date       pic 9(6).
          05  ph-pay-date       pic 9(6).
          05  ph-payref         pic x(8).
          05  ph-method         pic x(1).
              88  ph-cheque            value 'C'.
              88  ph-eft               value 'E'.
      * ph-gross is the invoice's ap-amount, ph-gst the input tax
      *   credit claimed on it, ph-disc the discount taken and
      *   ph-paid the cash that went out (gross less discount)
          05  ph-gross          pic s9(9)v99 comp-3.
          05  ph-gst            pic s9(7)v99 comp-3.
          05  ph-disc           pic s9(7)v99 comp-3.
          05  ph-paid           pic s9(9)v99 comp-3.
          05  ph-po             pic x(6).
          05  ph-company        pic x(2).
      * the day cap235 vouchered the invoice - the period its input
      *   tax credit was claimed in
          05  ph-entry-date     pic 9(6).
          05  filler            pic x(7).
