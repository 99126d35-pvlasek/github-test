      *          so the two-percent stub balances stop polluting
      *          AROPEN and the car270 exposure totals, and cgl160's
      *          AR figures still reconcile off the journal
      *        - every receipt applied, discount allowed and amount
      *          put on account is also appended to the ARGLACT
      *          trail (arglact.cpy) for the cgl166 interface to book
      *        - every receipt and discount that relieves an item is
      *          kept on the permanent ARPAID history (arpaid.cpy)
       program-id. car220.
       environment division.
       input-output section.
                  file status arunap-stat.
           select carjrnl assign external CARJRNL
                  organization line sequential.
           select arglact assign external ARGLACT
                  organization record sequential access mode sequential
                  file status arglact-stat.
           select arpaid assign external ARPAID
                  organization record sequential access mode sequential
                  file status arpaid-stat.
      *eject
       data  division.
       file section.
           01 unaprec. copy "arunap.cpy".
       fd  carjrnl record contains 120 characters.
           01 rptline            pic x(120).
       fd  arglact record contains 40 characters.
           01 garec. copy "arglact.cpy".
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 carpmt-stat        pic xx value spaces.
           05 arunap-stat        pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
           05 arglact-stat       pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           if arunap-stat = '35'
              open output arunap
           end-if.
      * the GL activity trail carries forward until cgl166 books it
           open extend arglact.
           if arglact-stat = '35'
              open output arglact
           end-if.
      * the paid-item history is permanent - extend it, creating
      * it on the first run
           open extend arpaid.
           if arpaid-stat = '35'
              open output arpaid
           end-if.
           move spaces to rptline.
           move "DAILY CASH RECEIPTS JOURNAL - AR" to rptline.
           write rptline before advancing 1 line.
           end-if.
           perform matchrtn until aropen-at-eof and carpmt-at-eof.
           perform ttlrtn.
           close aropen carpmt aropen2 arunap carjrnl custmas arglact
               arpaid.
           move "CAR220" to jobsum-pgm.
           move receipt-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           write unaprec.
           add 1 to onacct-count.
           add excess-amount to onacct-total.
           move spaces to garec.
           move 'UA' to ga-kind.
           move pmt-cust to ga-cust.
           move pmt-inv to ga-inv.
           move pmt-chqref to ga-ref.
           move excess-amount to ga-amount.
           perform glactrtn.
      * no payment against this open item - carry it through unchanged
       copymastrtn.
           move aropenrec to aropenrec2.
           write rptline before advancing 1 line.
           add 1 to receipt-count.
           add applied-amount to receipt-total.
           if applied-amount not = 0
              move spaces to garec
              move 'RC' to ga-kind
              move ar-cust to ga-cust
              move ar-inv to ga-inv
              move pmt-chqref to ga-ref
              move applied-amount to ga-amount
              perform glactrtn
              move spaces to pdrec
              move ar-cust to pd-cust
              move ar-inv to pd-inv
              move ar-date to pd-inv-date
              compute pd-item-amount = ar2-amount + applied-amount
              move pmt-chqref to pd-chqref
              move applied-amount to pd-paid
              move 'RC' to pd-method
              if ar2-amount = 0
                 move 'Y' to pd-closed
              else
                 move 'N' to pd-closed
              end-if
              perform paidrtn
           end-if.
           if excess-amount > 0
              perform unapwrtrtn
              move spaces to rptline
           move 0 to ar2-amount.
           add 1 to disc-count.
           add disc-taken to disc-total.
           move spaces to garec.
           move 'DS' to ga-kind.
           move ar-cust to ga-cust.
           move ar-inv to ga-inv.
           move disc-taken to ga-amount.
           perform glactrtn.
           move spaces to pdrec.
           move ar-cust to pd-cust.
           move ar-inv to pd-inv.
           move ar-date to pd-inv-date.
           move disc-taken to pd-item-amount.
           move disc-taken to pd-paid.
           move 'DS' to pd-method.
           move 'Y' to pd-closed.
           perform paidrtn.
           move spaces to rptline.
           move disc-taken to rcpt-amt-ed.
           string "DISCOUNT CUST: " ar-cust " INV: " ar-inv
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * one AR money movement onto the ARGLACT trail, dated with
      * the run date - cgl166 books it to the ledger
       glactrtn.
           move rundate-ymd6 to ga-date.
           write garec.
      * one relief onto the permanent ARPAID history, paid the run
      * date - the caller has filled in the item and the money
       paidrtn.
           move rundate-ymd6 to pd-paid-date.
           write pdrec.
       copy "unixproc1.cpy".
