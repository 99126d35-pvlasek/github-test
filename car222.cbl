      *        - the same matched-update shape as car220 itself - the
      *          old ARUNAP/AROPEN are replaced by the new generations
      *          when the step ends clean
      *        - each application is appended to the ARGLACT trail
      *          (arglact.cpy) as suspense applied, so cgl166 moves
      *          the money from unapplied cash to the AR control
      *          and kept on the permanent ARPAID history (arpaid.cpy)
       program-id. car222.
       environment division.
       input-output section.
                  organization record sequential access mode sequential.
           select applyreg assign external APPLYREG
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
              05 filler          pic x(12).
       fd  applyreg record contains 120 characters.
           01 regline            pic x(120).
       fd  arglact record contains 40 characters.
           01 garec. copy "arglact.cpy".
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  misc.
           05 arunap-stat        pic xx value spaces.
           05 aropen-stat        pic xx value spaces.
           05 arglact-stat       pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              perform mf-display-filestat-eoj
           end-if.
           open output aropen2 arunap2 applyreg.
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
           move spaces to regline.
           string "UNAPPLIED CASH APPLICATION REGISTER - RUN DATE "
                  rundate-ymd6e
      * suspense all worked - carry any remaining open items through
           perform copymastrtn until aropen-at-eof.
           perform ttlrtn.
           close aropen aropen2 arunap2 applyreg arglact
               arpaid.
      * gather one customer's suspense rows, then let his open items
      * eat the money oldest-suspense-first in invoice order
       custrtn.
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              move spaces to garec
              move 'AP' to ga-kind
              move ar2-cust to ga-cust
              move ar2-inv to ga-inv
              move sp-chqref (susp-idx) to ga-ref
              move applied-amount to ga-amount
              perform glactrtn
              move spaces to pdrec
              move ar2-cust to pd-cust
              move ar2-inv to pd-inv
              move ar2-date to pd-inv-date
              compute pd-item-amount = ar2-amount + applied-amount
              move sp-chqref (susp-idx) to pd-chqref
              move applied-amount to pd-paid
              move 'AP' to pd-method
              if ar2-amount = 0
                 move 'Y' to pd-closed
              else
                 move 'N' to pd-closed
              end-if
              perform paidrtn
           end-if.
           add 1 to susp-idx.
      * suspense money the customer's items could not absorb carries
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
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
