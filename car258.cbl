      *          97yy00, goes to REBATCR in aropen.cpy format for the
      *          merge into AROPEN - from there the credit flows down
      *          statements and cash application like any other item
      *        - the year's closed months come off the SALESUM
      *          monthly summary car245 rolls forward rather than a
      *          pass of the whole SALEHIST archive
       program-id. car258.
       environment division.
       input-output section.
           select rebatacc assign external REBATACC
                  organization line sequential
                  file status rebatacc-stat.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
              05 ra-cust         pic 9(6).
              05 ra-accrual      pic 9(9)v99.
              05 filler          pic x(23).
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  saledtl record contains 80 characters.
           01 salerec.
              05 sd2-cust        pic 9(6).
               88 rebatmas-at-eof         value '1'.
           05 rebatacc-eof       pic x value ' '.
               88 rebatacc-at-eof         value '1'.
           05 salesum-eof        pic x value ' '.
               88 salesum-at-eof          value '1'.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 settle-sw          pic x value 'N'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 srch-cust          pic 9(6) value zeros.
           05 wk-amount          pic s9(11)v99 comp-3 value 0.
           05 attained-pct       pic 99v99 value zeros.
           05 earned-rebate      pic s9(9)v99 comp-3 value 0.
           05 movement           pic s9(9)v99 comp-3 value 0.
       01  misc.
           05 rebatmas-stat      pic xx value spaces.
           05 rebatacc-stat      pic xx value spaces.
           05 salesum-stat       pic xx value spaces.
           05 saledtl-stat       pic xx value spaces.
      *eject
       procedure division.
              perform loadpriorrtn until rebatacc-at-eof
              close rebatacc
           end-if.
           open input salesum.
           if salesum-stat = '00'
              read salesum at end move '1' to salesum-eof
              end-read
              perform accumsumrtn until salesum-at-eof
              close salesum
           end-if.
           open input saledtl.
           if saledtl-stat not = '00'
              move ra-accrual to ag-prior (agr-idx)
           end-if.
           read rebatacc at end move '1' to rebatacc-eof.
       accumsumrtn.
           if ss-period (1:2) = rundate-ymd6-yy
              move ss-cust to srch-cust
              move ss-amount to wk-amount
              perform ytdaccrtn
           end-if.
           read salesum at end move '1' to salesum-eof.
       accumopenrtn.
           if sd2-date (1:2) = rundate-ymd6-yy
              move sd2-cust to srch-cust
