      *          for the ordinary car222 application run
      *        - every application prints on the NATAPPLY register
      *          with the original cheque reference
      *        - each application is appended to the ARGLACT trail
      *          (arglact.cpy) as suspense applied, the same as a
      *          car222 application, for cgl166 to book, and kept on
      *          the permanent ARPAID history (arpaid.cpy)
      *        - an item on dispute hold (car253) is passed over by
      *          the walk and goes back to AROPEN2 with its hold
       program-id. car229.
       environment division.
       input-output section.
                  organization record sequential access mode sequential.
           select natapply assign external NATAPPLY
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
              05 ar2-inv         pic 9(6).
              05 ar2-date        pic 9(6).
              05 ar2-amount      pic s9(9)v99 comp-3.
              05 ar2-dispute     pic x(8).
       fd  arunap2 record contains 40 characters.
           01 unaprec2.
              05 ua2-cust        pic 9(6).
              05 filler          pic x(12).
       fd  natapply record contains 120 characters.
           01 regline            pic x(120).
       fd  arglact record contains 40 characters.
           01 garec. copy "arglact.cpy".
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
              10 it-inv          pic 9(6).
              10 it-date         pic 9(6).
              10 it-amount       pic s9(9)v99 comp-3.
              10 it-dispute      pic x(8).
       01  misc.
           05 custmas-stat       pic xx value spaces.
           05 arunap-stat        pic xx value spaces.
           05 aropen-stat        pic xx value spaces.
           05 arglact-stat       pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           move ar-inv to it-inv (item-count).
           move ar-date to it-date (item-count).
           move ar-amount to it-amount (item-count).
           move ar-dispute to it-dispute (item-count).
           read aropen at end move '1' to aropen-eof.
       loadsort-rtn.
           open input arunap.
           read arunap at end move '1' to arunap-eof.
       applysort-rtn.
           open output aropen2 arunap2 natapply.
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
           string "NATIONAL ACCOUNT CASH APPLICATION - RUN DATE "
                  rundate-ymd6e
               varying item-idx from 1 by 1
               until item-idx > item-count.
           perform ttlrtn.
           close aropen2 arunap2 natapply arglact
               arpaid.
      * one suspense row - a parent's row walks down the family, any
      * other row passes through for car222 to apply normally
       susprtn.
              add 1 to carry-count
              add remaining to carried-total
           end-if.
      * the family's oldest open item still carrying a balance and
      * not on dispute hold
       oldestrtn.
           move zeros to oldest-idx.
           move 999999 to oldest-date.
               until item-idx > item-count.
       oldest1rtn.
           if it-amount (item-idx) > 0
                 and it-dispute (item-idx) = spaces
                 and it-date (item-idx) < oldest-date
              perform familyrtn
              if found
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           move spaces to garec.
           move 'AP' to ga-kind.
           move it-cust (oldest-idx) to ga-cust.
           move it-inv (oldest-idx) to ga-inv.
           move sr-chqref to ga-ref.
           move applied-amount to ga-amount.
           perform glactrtn.
           move spaces to pdrec.
           move it-cust (oldest-idx) to pd-cust.
           move it-inv (oldest-idx) to pd-inv.
           move it-date (oldest-idx) to pd-inv-date.
           compute pd-item-amount =
               it-amount (oldest-idx) + applied-amount.
           move sr-chqref to pd-chqref.
           move applied-amount to pd-paid.
           move 'NA' to pd-method.
           if it-amount (oldest-idx) = 0
              move 'Y' to pd-closed
           else
              move 'N' to pd-closed
           end-if.
           perform paidrtn.
           perform oldestrtn.
       wrtitemrtn.
           move spaces to aropenrec2.
           move it-inv (item-idx) to ar2-inv.
           move it-date (item-idx) to ar2-date.
           move it-amount (item-idx) to ar2-amount.
           move it-dispute (item-idx) to ar2-dispute.
           write aropenrec2.
       ttlrtn.
           move spaces to regline.
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
