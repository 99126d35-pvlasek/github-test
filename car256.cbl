      *        - a salesman with actuals but no quota row, or a quota
      *          row with no actuals, still prints - both are exactly
      *          what sales management needs to see
      *        - the archived months' actuals come off the SALESUM
      *          monthly summary car245 rolls forward (proved against
      *          SALEHIST by car267) rather than a pass of the whole
      *          archive; only the open period is read line by line
       program-id. car256.
       environment division.
       input-output section.
           select slsmmas assign external SLSMMAS
                  organization line sequential
                  file status slsmmas-stat.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
              05 sm-branch       pic x(4).
              05 sm-status       pic x(1).
              05 filler          pic x(47).
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  saledtl record contains 80 characters.
           01 salerec.
              05 sd2-cust        pic 9(6).
               88 quotamas-at-eof         value '1'.
           05 slsmmas-eof        pic x value ' '.
               88 slsmmas-at-eof          value '1'.
           05 salesum-eof        pic x value ' '.
               88 salesum-at-eof          value '1'.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 rpt-year           pic 9(2) value zeros.
           05 this-terr          pic x(4) value spaces.
           05 wk-date-yy         pic 9(2) value zeros.
           05 wk-date-mm         pic 9(2) value zeros.
           05 wk-amount          pic s9(11)v99 comp-3 value 0.
           05 quota-ann          pic s9(11)v99 comp-3 value 0.
           05 act-ann            pic s9(11)v99 comp-3 value 0.
           05 terr-quota         pic s9(11)v99 comp-3 value 0.
              10 st-quota occurs 12 times
                                 pic s9(9)v99 comp-3.
              10 st-actual occurs 12 times
                                 pic s9(11)v99 comp-3.
              10 st-printed-sw   pic x.
                 88 st-printed           value 'Y'.
       01  misc.
           05 quotamas-stat      pic xx value spaces.
           05 slsmmas-stat       pic xx value spaces.
           05 salesum-stat       pic xx value spaces.
           05 saledtl-stat       pic xx value spaces.
      *eject
       procedure division.
           read quotamas at end move '1' to quotamas-eof.
           perform loadquotartn until quotamas-at-eof.
           close quotamas.
      * the summary may not exist on a young system - an absent
      * SALESUM is just zero archived actuals
           open input salesum.
           if salesum-stat = '00'
              read salesum at end move '1' to salesum-eof
              end-read
              perform accumsumrtn until salesum-at-eof
              close salesum
           end-if.
           open input saledtl.
           if saledtl-stat not = '00'
           read quotamas at end move '1' to quotamas-eof.
       loadquota1rtn.
           move qm-quota (mth-idx) to st-quota (srch-idx, mth-idx).
       accumsumrtn.
           move ss-period (1:2) to wk-date-yy.
           move ss-period (3:2) to wk-date-mm.
           move ss-slsmn to srch-slsmn.
           move ss-amount to wk-amount.
           perform accumrtn.
           read salesum at end move '1' to salesum-eof.
       accumopenrtn.
           move sd2-date-yy to wk-date-yy.
           move sd2-date-mm to wk-date-mm.
