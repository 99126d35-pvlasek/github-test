      *        - getting this wrong draws penalties, so the figures
      *          come off the posted history, not a spreadsheet fed
      *          from PAYREG subtotals
      *        - the month's remittance is also written to REMVCHR as
      *          an APTRAN voucher line (invoice REMITyymm, an expense
      *          line to the withholdings liability) for the payee and
      *          account the REMITVND control file names under code
      *          STAT, so cap235 vouchers it and the cap240 payment
      *          run pays it; a rerun for the same month rejects in
      *          cap235 as already vouchered
       program-id. cpy265.
       environment division.
       input-output section.
                  file status payhist-stat.
           select remitrpt assign external REMITRPT
                  organization line sequential.
      * remittance payee control - no file means nothing vouchered
           select remitvnd assign external REMITVND
                  organization line sequential
                  file status remitvnd-stat.
           select remvchr assign external REMVCHR
                  organization record sequential access mode sequential.
      *eject
       data  division.
       file section.
           01 histrec. copy "payhist.cpy".
       fd  remitrpt record contains 132 characters.
           01 rptline            pic x(132).
      * one row per remittance payee - the deduction code (STAT for
      * the statutory remittance), its VENDMAS vendor and the
      * liability account the payment clears
       fd  remitvnd record contains 80 characters.
           01 rvrec.
              05 rv-code         pic x(4).
              05 rv-vendor       pic x(6).
              05 rv-acct         pic x(8).
              05 filler          pic x(62).
       fd  remvchr record contains 80 characters.
           01 aptrec. copy "aptran.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the STAT payee off REMITVND
       01  remitvnd-flds.
           05 remitvnd-eof       pic x value ' '.
               88 remitvnd-at-eof         value '1'.
           05 stat-found-sw      pic x value 'N'.
               88 stat-found              value 'Y'.
           05 stat-vendor        pic x(6) value spaces.
           05 stat-acct          pic x(8) value spaces.
      * one slot per pay run (hist-date) in the remittance month
       01  run-table.
           05 run-entry occurs 40 times.
              10 rn-euic         pic s9(9)v99 comp-3.
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 remitvnd-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           read payhist at end move '1' to payhist-eof.
           perform accumrtn until payhist-at-eof.
           close payhist.
           open input remitvnd.
           if remitvnd-stat = '00'
              read remitvnd at end move '1' to remitvnd-eof
              end-read
              perform loadrvrtn until remitvnd-at-eof or stat-found
              close remitvnd
           end-if.
           open output remitrpt remvchr.
           move spaces to rptline.
           string "EMPLOYER STATUTORY REMITTANCE SUMMARY - MONTH "
                  sel-month
               varying run-idx from 1 by 1
               until run-idx > run-count.
           perform ttlrtn.
           perform vchrrtn.
           close remitrpt remvchr.
           move "CPY265" to jobsum-pgm.
           move run-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       loadrvrtn.
           if rv-code = "STAT"
              move 'Y' to stat-found-sw
              move rv-vendor to stat-vendor
              move rv-acct to stat-acct
           else
              read remitvnd at end move '1' to remitvnd-eof
              end-read
           end-if.
      * the month's remittance as an AP voucher line for the STAT
      * payee, so cap240 cuts the cheque
       vchrrtn.
           compute remit-amt = mth-tax + mth-cpp + mth-ecpp
               + mth-uic + mth-euic.
           move spaces to rptline.
           if not stat-found
              move "(NO STAT PAYEE ON REMITVND - NOT VOUCHERED)"
                  to rptline
              write rptline before advancing 1 line
           else
              if remit-amt > 0
                 move spaces to aptrec
                 move stat-vendor to at-vendor
                 string "REMIT" sel-month delimited by size
                     into at-inv
                 end-string
                 move rundate-ymd6 to at-date
                 move 'E' to at-type
                 move stat-acct to at-acct
                 move remit-amt to at-amount-n
                 write aptrec
                 string "REMITTANCE VOUCHERED TO VENDOR " stat-vendor
                        " AS INVOICE " at-inv
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              end-if
           end-if.
       copy "unixproc1.cpy".
