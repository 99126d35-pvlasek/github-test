      *          prices the per-hour shift premium by code; the
      *          premium portions ride PAYREG and PAYHIST as their
      *          own columns so cpy270 and cpy210 can cost them
      *        - each deduction code the REMITVND control file names
      *          a payee for is also written to DEDVCHR as an APTRAN
      *          voucher line (invoice = code + run date, an expense
      *          line to the code's liability account, employee take
      *          plus employer match) so cap235 vouchers the union,
      *          garnishment and benefit remittances and the cap240
      *          payment run pays them to a real VENDMAS vendor
       program-id. cpy200.
       environment division.
       input-output section.
                  organization line sequential.
           select dedremit assign external DEDREMIT
                  organization line sequential.
      * remittance payee per deduction code - no file means the
      * remittances stay on the DEDREMIT report only
           select remitvnd assign external REMITVND
                  organization line sequential
                  file status remitvnd-stat.
           select dedvchr assign external DEDVCHR
                  organization record sequential access mode sequential.
           select vacpay assign external VACPAY
                  organization record sequential access mode sequential
                  file status vacpay-stat.
      * one card per employee per worked day - tc-day is the day of
      * the pay period (1-14), tc-shift the shift code; cards from
      * before those fields existed carry blanks and are treated as
      * week-one day shift with no daily overtime; tc-workord is the
      * work order the hours were worked on, if any - pay ignores it,
      * cpy280 costs the hours to the work order after the run
       fd  timecard record contains 20 characters.
           01 tcrec.
              05 tc-empno        pic 9(6).
              05 tc-hours        pic 9(3)v99.
              05 tc-day          pic x(2).
              05 tc-shift        pic x(1).
              05 tc-workord      pic x(6).
       fd  hrsedit record contains 120 characters.
           01 hrsline            pic x(120).
      * income tax is bracketed: band 1 up to threshold 1, band 2 up
              05 filler          pic x(34).
       fd  dedremit record contains 120 characters.
           01 remline            pic x(120).
      * one row per remittance payee - deduction code, its VENDMAS
      * vendor and the liability account the payment clears
       fd  remitvnd record contains 80 characters.
           01 rvrec.
              05 rv-code         pic x(4).
              05 rv-vendor       pic x(6).
              05 rv-acct         pic x(8).
              05 filler          pic x(62).
       fd  dedvchr record contains 80 characters.
           01 aptrec. copy "aptran.cpy".
       fd  vacpay record contains 20 characters.
           01 vprec.
              05 vp-empno        pic 9(6).
              10 de-goal        pic 9(7)v99.
              10 de-taken       pic s9(7)v99 comp-3.
              10 de-match-pct   pic 9v99.
      * remittance payees off REMITVND, by deduction code
       01  remit-vnd-flds.
           05 remitvnd-stat     pic xx value spaces.
           05 remitvnd-eof      pic x value ' '.
               88 remitvnd-at-eof        value '1'.
           05 rv-count          pic 9(2) value zeros.
           05 rv-idx            pic 9(2) value zeros.
           05 rv-found-sw       pic x value 'N'.
               88 rv-found               value 'Y'.
           05 vchr-amt          pic s9(9)v99 comp-3 value 0.
       01  remit-vnd-table.
           05 remit-vnd-entry occurs 50 times.
              10 rt-code        pic x(4).
              10 rt-vendor      pic x(6).
              10 rt-acct        pic x(8).
       01  code-table.
           05 code-entry occurs 50 times.
              10 cd-code        pic x(4).
           perform loadvacrtn.
           perform loadretrortn.
           perform loaddedrtn.
           perform loadrvrtn.
           perform genchkrtn.
           open input paymas.
           if paymas-stat not = '00'
              perform mf-display-filestat-eoj
           end-if.
           open output payedit payreg hrsedit dedaudit paymasn
               dedmas2 dedremit dedvchr.
           move spaces to audline.
           move "STATUTORY DEDUCTION CALCULATION AUDIT" to audline.
           write audline before advancing 1 line.
           perform dedmas2rtn.
           perform dedremitrtn.
           close paymas payedit payreg payhist hrsedit dedaudit
               paymasn dedmas2 dedremit dedvchr.
           call "rptreg" using rr-pgm-ws rr-report-ws
               jobid1 jobid2.
           move "STAMP" to gen-func.
              move dm-match-pct to de-match-pct (ded-count)
           end-if.
           read dedmas at end move '1' to dedmas-eof.
      * no REMITVND just means no deduction is vouchered to AP
       loadrvrtn.
           open input remitvnd.
           if remitvnd-stat = '00'
              read remitvnd at end move '1' to remitvnd-eof
              end-read
              perform loadrv1rtn until remitvnd-at-eof
              close remitvnd
           end-if.
       loadrv1rtn.
           if rv-count >= 50
              display "CPY200 - REMIT-VND-TABLE FULL, RV-CODE: "
                  rv-code " NOT LOADED" upon console
           else
              add 1 to rv-count
              move rv-code to rt-code (rv-count)
              move rv-vendor to rt-vendor (rv-count)
              move rv-acct to rt-acct (rv-count)
           end-if.
           read remitvnd at end move '1' to remitvnd-eof.
      * the recurring deductions for one employee, applied after the
      * statutory deductions against whatever net remains - a
      * shortfall carries forward as arrears, a garnishment stops at
               delimited by size into remline
           end-string.
           write remline before advancing 1 line.
           perform findrvrtn.
           compute vchr-amt = cd-taken (code-idx) + cd-match (code-idx).
           if rv-found and vchr-amt > 0
              perform dedvchrrtn
           end-if.
       findrvrtn.
           move 1 to rv-idx.
           move 'N' to rv-found-sw.
           perform findrv1rtn
               until rv-found or rv-idx > rv-count.
       findrv1rtn.
           if rt-code (rv-idx) = cd-code (code-idx)
              move 'Y' to rv-found-sw
           else
              add 1 to rv-idx
           end-if.
      * the code's remittance as an AP voucher line for its payee
       dedvchrrtn.
           move spaces to aptrec.
           move rt-vendor (rv-idx) to at-vendor.
           string cd-code (code-idx) run-date delimited by size
               into at-inv
           end-string.
           move run-date to at-date.
           move 'E' to at-type.
           move rt-acct (rv-idx) to at-acct.
           move vchr-amt to at-amount-n.
           write aptrec.
           move spaces to remline.
           string "      VOUCHERED TO VENDOR " rt-vendor (rv-idx)
                  " AS INVOICE " at-inv
               delimited by size into remline
           end-string.
           write remline before advancing 1 line.
      * append this employee's amounts for this run to PAYHIST
       histrtn.
           move spaces to histrec.
