      *          for the deposited population
      *        - employees without banking details list on CHQLIST,
      *          the paper fallback who still need a cheque
      *        - refuses to run until the cpy225 pay-to-pay variance
      *          report for the pay date has been signed off
      *          (PAYVAR-SIGNOFF, checked through paysign)
      *        - each credit is dated for deposit on the pay date
      *          (the pay calendar's, or the run date off-calendar),
      *          moved back to the business day before when it falls
      *          on a weekend or HOLIDAY calendar day, through the
      *          shared busday routine - the bank rejects a deposit
      *          dated for a day it is closed
       program-id. cpy220.
       environment division.
       input-output section.
           05 paymas-eof         pic x value ' '.
               88 paymas-at-eof           value '1'.
           05 sel-date           pic 9(6) value zeros.
           05 dep-date           pic 9(6) value zeros.
           05 orig-id            pic x(10) value spaces.
           05 mast-count         pic 9(4) value zeros.
           05 mast-idx           pic 9(4) value zeros.
           05 pc-period          pic 9(3) value zeros.
           05 pc-payday          pic 9(6) value zeros.
           05 pc-status          pic x(2) value spaces.
      * deposit date through the shared busday calendar routine
       01  busday-flds.
           05 bd-func            pic x(4) value "PREV".
           05 bd-date            pic 9(8) value zeros.
           05 bd-days            pic s9(4) comp value zeros.
           05 bd-result          pic 9(8) value zeros.
           05 bd-status          pic x(2) value spaces.
      * release check through the shared paysign subprogram - the
      * cpy225 variance report must be signed off for the pay date
       01  paysign-flds.
           05 sg-flags           pic 9(5) value zeros.
           05 sg-status          pic x(2) value spaces.
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 paymas-stat        pic xx value spaces.
                  "TO FORCE)" upon console
              stop run returning 16
           end-if.
           call "paysign" using sel-date sg-flags sg-status.
           if sg-status = 'NV'
              display "CPY220 - NO CPY225 VARIANCE CHECK ON PAYVCTL "
                  "FOR PAY RUN " sel-date " - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           if sg-status = 'NS'
              display "CPY220 - PAYVAR REPORT NOT SIGNED OFF FOR PAY "
                  "RUN " sel-date " (PAYVAR-SIGNOFF) - RUN REFUSED"
                  upon console
              stop run returning 16
           end-if.
           perform depdatertn.
           accept orig-id from environment "CPY220-ORIG"
               on exception move "CPY0000001" to orig-id
           end-accept.
           move mt-acct (mast-idx) to ed-acct.
           compute net-cents = net-pay * 100.
           move net-cents to ed-amount.
           move dep-date to ed-date.
           move hist-name to ed-name.
           write eftrec.
           add 1 to eft-count.
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * the deposit date - the pay calendar's pay date (paycal has
      * already moved it off a closed day), else the run's own date
      * moved back to a business day
       depdatertn.
           if pc-status = 'OK'
              move pc-payday to dep-date
           else
              move sel-date to dep-date
           end-if.
           if dep-date (1:2) < "50"
              compute bd-date = 20000000 + dep-date
           else
              compute bd-date = 19000000 + dep-date
           end-if.
           call "busday" using bd-func bd-date bd-days bd-result
               bd-status.
           if bd-status = "OK"
              move bd-result (3:6) to dep-date
           end-if.
      * the calendar context on the heading - which period this
      * date is, and when it pays
       calhdrtn.
              end-if
           end-if.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "EFT DEPOSIT DATE " dep-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
