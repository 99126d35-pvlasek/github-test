      * vendmas.cpy - vendor (supplier) master record (VENDMAS file)
      * - 256 byte fixed record, one per supplier, kept in vendor
      *   number sequence and maintained by cap110's sorted add/
      *   change/deactivate transactions - the payables side's
      *   CUSTMAS, and what the AP voucher edit, the payment run and
      *   the purchase order rows all point at
          05  vm-vendor         pic 9(6).
      * 'A' = active, 'I' = deactivated - a deactivated vendor stays
      *   on file for its history but takes no new invoices
          05  vm-status         pic x(1).
              88  vm-active            value 'A'.
              88  vm-inactive          value 'I'.
          05  vm-name-adrs-grp.
              10  vm-name       pic x(30).
              10  vm-adrs1      pic x(30).
              10  vm-adrs2      pic x(30).
              10  vm-city-prov  pic x(20).
              10  vm-postal     pic x(10).
          05  vm-nameadrs redefines vm-name-adrs-grp pic x(120).
      * supplier's GST/HST registration number, required on the
      * invoice before an input tax credit can be claimed
          05  vm-gst-reg        pic x(15).
      * payment terms, keyed the cm-disc-pct/cm-disc-days/
      * cm-net-days way - 2%/10 net 30 is 200/010/030; zero
      * cm-disc-pct means no early-payment discount offered
          05  vm-disc-pct       pic 9v99.
          05  vm-disc-days      pic 9(3).
          05  vm-net-days       pic 9(3).
      * EFT banking - a vendor with a transit and account number is
      * paid by direct deposit, one without gets a cheque
          05  vm-transit        pic 9(8).
          05  vm-bank-acct      pic x(12).
      * 'Y' = contractor whose payments are reported on the annual
      *   T5018-style slip; vm-recip-id is the business number (or
      *   SIN for an unincorporated contractor) printed on it
          05  vm-t5018          pic x(1).
              88  vm-t5018-rpt         value 'Y'.
          05  vm-recip-id       pic x(15).
          05  filler            pic x(69).
