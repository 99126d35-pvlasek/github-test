      *          last year as a percentage
      *        - env-var CAR250-END-PERIOD (yymm) sets the newest of
      *          the thirteen months, default the run date's month
      *        - the closed months come off the SALESUM monthly
      *          summary car245 rolls forward (proved against
      *          SALEHIST by car267) instead of a pass of the whole
      *          archive; only the open period is read line by line
       program-id. car250.
       environment division.
       input-output section.
       file-control.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
      *eject
       data  division.
       file section.
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
       fd  trendrpt record contains 160 characters.
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 salesum-eof        pic x value ' '.
               88 salesum-at-eof          value '1'.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 prod-count         pic 9(3) value zeros.
           05 rec-period-r redefines rec-period.
              10 rec-period-yy   pic 9(2).
              10 rec-period-mm   pic 9(2).
      * the month, product, customer and amount of the summary row
      * or sale detail being bucketed
           05 wk-prod            pic x(6) value spaces.
           05 wk-cust            pic 9(6) value zeros.
           05 wk-amount          pic s9(11)v99 comp-3 value 0.
           05 pct-change         pic s9(5)v9 value zeros.
           05 col-pos            pic 9(3) value zeros.
           05 col-amt-ed         pic zzzzzz9-.
              10 ct-cust         pic 9(6).
              10 ct-month        pic s9(9)v99 comp-3 occurs 13 times.
       01  misc.
           05 salesum-stat       pic xx value spaces.
           05 saledtl-stat       pic xx value spaces.
           05 records-read       pic 9(7) value zeros.
      *eject
              move rundate-ymd6-mm to end-period-mm
           end-if.
           compute end-months = end-period-yy * 12 + end-period-mm.
      * the summary may not exist yet on a young file - that's an
      * empty history, not an error
           open input salesum.
           if salesum-stat = '00'
              read salesum at end move '1' to salesum-eof
              end-read
              perform sumrtn until salesum-at-eof
              close salesum
           end-if.
           open input saledtl.
           if saledtl-stat not = '00'
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       sumrtn.
           move ss-period to rec-period.
           move ss-prod to wk-prod.
           move ss-cust to wk-cust.
           move ss-amount to wk-amount.
           perform accumrtn.
           read salesum at end move '1' to salesum-eof.
       livertn.
           move sd-date (1:2) to rec-period-yy.
           move sd-date (3:2) to rec-period-mm.
           move sd-prod to wk-prod.
           move sd-cust to wk-cust.
           move sd-amount to wk-amount.
           perform accumrtn.
           read saledtl at end move '1' to saledtl-eof.
      * bucket one summary row or sale detail by its calendar month,
      * provided it falls inside the thirteen-month window ending at
      * end-period
       accumrtn.
           add 1 to records-read.
           compute rec-months = rec-period-yy * 12 + rec-period-mm.
           compute mth-idx = 13 - (end-months - rec-months).
           if mth-idx >= 1 and mth-idx <= 13
              perform findprodrtn
              if found
                 add wk-amount to pt-month (srch-idx mth-idx)
              else
                 if prod-count >= 500
                    display "CAR250 - PROD-TABLE FULL, SD-PROD: "
                        wk-prod " NOT ACCUMULATED" upon console
                 else
                    add 1 to prod-count
                    move wk-prod to pt-prod (prod-count)
                    add wk-amount to pt-month (prod-count mth-idx)
                 end-if
              end-if
              perform findcustrtn
              if found
                 add wk-amount to ct-month (srch-idx mth-idx)
              else
                 if cust-count >= 2000
                    display "CAR250 - CUST-TABLE FULL, SD-CUST: "
                        wk-cust " NOT ACCUMULATED" upon console
                 else
                    add 1 to cust-count
                    move wk-cust to ct-cust (cust-count)
                    add wk-amount to ct-month (cust-count mth-idx)
                 end-if
              end-if
           end-if.
           perform findprod1rtn
               until found or srch-idx > prod-count.
       findprod1rtn.
           if pt-prod (srch-idx) = wk-prod
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           perform findcust1rtn
               until found or srch-idx > cust-count.
       findcust1rtn.
           if ct-cust (srch-idx) = wk-cust
              move 'Y' to found-sw
           else
              add 1 to srch-idx
