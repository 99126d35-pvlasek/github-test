      *        - the next cheque number comes off the NEXTCHQ control
      *          file and the number after the last one used is
      *          written back, so consecutive runs never overlap
      *        - refuses to run until the cpy225 pay-to-pay variance
      *          report for the pay date has been signed off
      *          (PAYVAR-SIGNOFF, checked through paysign)
       program-id. cpy240.
       environment division.
       input-output section.
           05 pc-period          pic 9(3) value zeros.
           05 pc-payday          pic 9(6) value zeros.
           05 pc-status          pic x(2) value spaces.
      * release check through the shared paysign subprogram - the
      * cpy225 variance report must be signed off for the pay date
       01  paysign-flds.
           05 sg-flags           pic 9(5) value zeros.
           05 sg-status          pic x(2) value spaces.
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
                  "TO FORCE)" upon console
              stop run returning 16
           end-if.
           call "paysign" using sel-date sg-flags sg-status.
           if sg-status = 'NV'
              display "CPY240 - NO CPY225 VARIANCE CHECK ON PAYVCTL "
                  "FOR PAY RUN " sel-date " - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           if sg-status = 'NS'
              display "CPY240 - PAYVAR REPORT NOT SIGNED OFF FOR PAY "
                  "RUN " sel-date " (PAYVAR-SIGNOFF) - RUN REFUSED"
                  upon console
              stop run returning 16
           end-if.
      * no NEXTCHQ yet starts the series at 1
           open input nextchq.
           if nextchq-stat = '00'
