      * arpaid.cpy - AR paid-item history record (ARPAID file)
      * - 64 byte fixed record, one row every time an AROPEN open item
      *   is relieved, appended by the run that relieves it and never
      *   purged, so "was invoice 004512 paid, when, with which
      *   cheque" is answered after the item has left AROPEN2; the
      *   car263 days-to-pay analysis reads it
      * - pd-item-amount is the item's balance before this relief and
      *   pd-paid the amount that came off it (negative when car223
      *   puts a bounced receipt back on); pd-closed 'Y' when the
      *   relief left the item at zero
          05  pd-cust           pic 9(6).
          05  pd-inv            pic 9(6).
      * the open item's ar-date - zero when car223 reverses against
      * an item that has already left the file
          05  pd-inv-date       pic 9(6).
          05  pd-item-amount    pic s9(9)v99  comp-3.
          05  pd-paid-date      pic 9(6).
          05  pd-chqref         pic x(10).
          05  pd-paid           pic s9(9)v99  comp-3.
      * 'RC' car220 receipt, 'DS' car220 discount taken, 'AP' car222
      * suspense applied, 'NA' car229 national account applied,
      * 'NS' car223 NSF reversal, 'WO' car224 write-off
          05  pd-method         pic x(2).
              88  pd-receipt           value 'RC'.
              88  pd-discount          value 'DS'.
              88  pd-applied           value 'AP'.
              88  pd-natacct           value 'NA'.
              88  pd-nsf               value 'NS'.
              88  pd-writeoff          value 'WO'.
          05  pd-closed         pic x(1).
          05  filler            pic x(15).
