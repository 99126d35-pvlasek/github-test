      *        - each NSF customer is also written to the NSFHOLD
      *          list, which car270 now reads to hold a customer
      *          regardless of limit until the reversal clears
      *        - the reversal and the handling fee are appended to the
      *          ARGLACT trail (arglact.cpy) for cgl166 to book
      *        - the reversal goes on the permanent ARPAID history
      *          (arpaid.cpy) as a negative payment against the item,
      *          so the paid history and days-to-pay forget the
      *          bounced cheque
       program-id. car223.
       environment division.
       input-output section.
                  organization line sequential.
           select nsfhold assign external NSFHOLD
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
              05 nh-cust         pic 9(6).
              05 nh-date         pic 9(6).
              05 filler          pic x(8).
       fd  arglact record contains 40 characters.
           01 garec. copy "arglact.cpy".
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  misc.
           05 aropen-stat        pic xx value spaces.
           05 nsftran-stat       pic xx value spaces.
           05 arglact-stat       pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              perform mf-display-filestat-eoj
           end-if.
           open output aropen2 nsfjrnl nsfhold.
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
           move "NSF CHEQUE REVERSAL JOURNAL - AR" to rptline.
           write rptline before advancing 1 line.
           end-if.
           perform matchrtn until aropen-at-eof and nsftran-at-eof.
           perform ttlrtn.
           close aropen nsftran aropen2 nsfjrnl nsfhold arglact
               arpaid.
           move "CAR223" to jobsum-pgm.
           move reverse-count to jobsum-count.
           if reject-count > 0
              move rundate-ymd6 to ar2-date
              move nf-amount-n to ar2-amount
              write aropenrec2
              move spaces to pdrec
              move nf-cust to pd-cust
              move nf-inv to pd-inv
              move zeros to pd-inv-date
              move 0 to pd-item-amount
              perform nsfpaidrtn
              perform feertn
              perform jrnlrtn
              perform holdrtn
           if tran-ok
              add nf-amount-n to ar2-amount
              write aropenrec2
              move spaces to pdrec
              move ar-cust to pd-cust
              move ar-inv to pd-inv
              move ar-date to pd-inv-date
              move ar-amount to pd-item-amount
              perform nsfpaidrtn
              perform feertn
              perform jrnlrtn
              perform holdrtn
              write rptline before advancing 1 line
              add 1 to reject-count
           end-if.
      * the bounced cheque off the paid history - the item is open
      * again
       nsfpaidrtn.
           move nf-chqref to pd-chqref.
           compute pd-paid = 0 - nf-amount-n.
           move 'NS' to pd-method.
           move 'N' to pd-closed.
           perform paidrtn.
      * the handling fee as its own new open charge under the keyed
      * fee invoice number
       feertn.
           move fee-amount to ar2-amount.
           write aropenrec2.
           add fee-amount to fee-total.
           move spaces to garec.
           move 'NF' to ga-kind.
           move nf-cust to ga-cust.
           move nf-feeinv to ga-inv.
           move nf-chqref to ga-ref.
           move fee-amount to ga-amount.
           perform glactrtn.
       jrnlrtn.
           move spaces to rptline.
           move nf-amount-n to rvs-amt-ed.
           write rptline before advancing 1 line.
           add 1 to reverse-count.
           add nf-amount-n to reverse-total.
           move spaces to garec.
           move 'NS' to ga-kind.
           move nf-cust to ga-cust.
           move nf-inv to ga-inv.
           move nf-chqref to ga-ref.
           move nf-amount-n to ga-amount.
           perform glactrtn.
      * the customer onto the NSFHOLD list car270 reads - held
      * regardless of limit until the row is cleared off the list
       holdrtn.
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
