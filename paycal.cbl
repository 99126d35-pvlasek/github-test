      *            refuse the run with a nonzero return code
      *     'NF' - no PAYCAL file on disk; no calendar control is
      *            in force and the caller runs exactly as before
      * - a pay date keyed onto a weekend or a HOLIDAY calendar day
      *   comes back moved to the business day before it (through
      *   the shared busday routine) - staff are paid early, never
      *   late, and the bank never sees a deposit for a closed day
       environment division.
       input-output section.
       file-control.
           05 found-sw          pic x value 'N'.
               88 found                  value 'Y'.
           05 override-sw       pic x value 'N'.
      * the pay date through busday - yymmdd windowed to ccyymmdd the
      * getdate way
       01  busday-flds.
           05 bd-func           pic x(4) value "PREV".
           05 bd-date           pic 9(8) value zeros.
           05 bd-days           pic s9(4) comp value zeros.
           05 bd-result         pic 9(8) value zeros.
           05 bd-status         pic x(2) value spaces.
       linkage section.
       01  pc-date              pic 9(6).
       01  pc-period            pic 9(3).
           close paycal.
           if found
              move 'OK' to pc-status
              perform paydayrtn
           else
              accept override-sw from environment "PAYCAL-OVERRIDE"
                  on exception move 'N' to override-sw
              read paycal at end move '1' to paycal-eof
              end-read
           end-if.
      * roll a pay date off a closed day back to the business day
      * before it
       paydayrtn.
           if pc-payday (1:2) < "50"
              compute bd-date = 20000000 + pc-payday
           else
              compute bd-date = 19000000 + pc-payday
           end-if.
           call "busday" using bd-func bd-date bd-days bd-result
               bd-status.
           if bd-status = "OK" and bd-result not = bd-date
              display "PAYCAL - PAY DATE " pc-payday
                  " IS NOT A BUSINESS DAY - PAYING "
                  bd-result (3:6) upon console
              move bd-result (3:6) to pc-payday
           end-if.
