       identification division.
      * cap300 - test/demo mainframe conversion to micro focus cobol
      *        - year-end T5018-style contractor payment slips off the
      *          APPAYHST payment history cap240 appends to, the
      *          payables side of cpy300's T4 summary
      *        - only vendors flagged vm-t5018 'Y' on VENDMAS are
      *          reported; each one's payments with a ph-pay-date in
      *          the target calendar year (env-var CAP300-YEAR, the
      *          2-digit year - by default the year before the run
      *          date, since the slips are run in the new year) are
      *          totalled as cash paid less the gst/hst on the
      *          invoices, the tax not being part of the amount
      *          reported
      *        - a vendor paid less than CAP300-MIN whole dollars for
      *          the year (default 500) gets no slip and is listed
      *          apart; a reportable vendor with no business number
      *          or SIN on file is flagged on the summary
      *        - prints one slip per reportable vendor, a summary,
      *          and writes the T5018EXT filing extract - an 'H'
      *          header with the payer's business number from
      *          CAP300-PAYER, one 'D' row per slip and a 'T' trailer
      *          with the slip count and total
       program-id. cap300.
       environment division.
       input-output section.
       file-control.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select appayhst assign external APPAYHST
                  organization record sequential access mode sequential
                  file status appayhst-stat.
           select t5018rpt assign external T5018RPT
                  organization line sequential.
           select t5018ext assign external T5018EXT
                  organization record sequential access mode sequential.
      *eject
       data  division.
       file section.
       fd  vendmas record contains 256 characters.
           01 vm1. copy "vendmas.cpy".
      * one row per invoice paid, written by CAP240
       fd  appayhst record contains 80 characters.
           01 phrec. copy "appayhst.cpy".
       fd  t5018rpt record contains 120 characters.
           01 rptline            pic x(120).
      * filing extract - 'H' header, 'D' slip detail, 'T' trailer
       fd  t5018ext record contains 160 characters.
           01 extrec             pic x(160).
           01 ext-hdr redefines extrec.
              05 xh-type         pic x(1).
              05 xh-year         pic 9(2).
              05 xh-payer        pic x(15).
              05 xh-credate      pic 9(8).
              05 filler          pic x(134).
           01 ext-dtl redefines extrec.
              05 xd-type         pic x(1).
              05 xd-year         pic 9(2).
              05 xd-vendor       pic 9(6).
              05 xd-recip-id     pic x(15).
              05 xd-nameadrs     pic x(120).
              05 xd-amount       pic 9(9)v99.
              05 filler          pic x(5).
           01 ext-trl redefines extrec.
              05 xt-type         pic x(1).
              05 xt-count        pic 9(7).
              05 xt-amount       pic 9(11)v99.
              05 filler          pic x(139).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value '1'.
           05 appayhst-eof       pic x value ' '.
               88 appayhst-at-eof         value '1'.
           05 vend-count         pic 9(4) value zeros.
           05 srch-idx           pic 9(4) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                  value 'Y'.
           05 hist-year          pic 9(2) value zeros.
           05 hist-rows          pic 9(7) value zeros.
           05 payer-bn           pic x(15) value spaces.
           05 slip-count         pic 9(7) value zeros.
           05 slip-total         pic s9(11)v99 comp-3 value 0.
           05 under-count        pic 9(5) value zeros.
           05 under-total        pic s9(11)v99 comp-3 value 0.
           05 noid-count         pic 9(5) value zeros.
           05 min-amount         pic s9(9)v99 comp-3 value 0.
           05 amt-ed             pic zzz,zzz,zz9.99-.
           05 tot-ed             pic zz,zzz,zzz,zz9.99-.
      * target calendar year and the slip threshold, both off the
      * environment the cpy300 way
       01  year-flds.
           05 target-year        pic 9(2) value zeros.
           05 target-year-txt    pic x(2) value '00'.
           05 min-txt            pic x(5) value '00500'.
           05 min-txt-n redefines min-txt
                                 pic 9(5).
           05 edit-lth           pic 9(4) comp value 2.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the flagged vendors, with the year's payments built up
      * against each
       01  vend-table.
           05 vend-entry occurs 1000 times.
              10 vt-vendor       pic 9(6).
              10 vt-nameadrs     pic x(120).
              10 vt-recip-id     pic x(15).
              10 vt-paid         pic s9(9)v99 comp-3.
              10 vt-items        pic 9(5).
       01  slip-lines.
           05 sl-nameadrs        pic x(120).
           05 sl-nameadrs-r redefines sl-nameadrs.
              10 sl-name         pic x(30).
              10 sl-adrs1        pic x(30).
              10 sl-adrs2        pic x(30).
              10 sl-city-prov    pic x(20).
              10 sl-postal       pic x(10).
       01  misc.
           05 vendmas-stat       pic xx value spaces.
           05 appayhst-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           if rundate-ymd6-yy = 0
              move 99 to target-year
           else
              compute target-year = rundate-ymd6-yy - 1
           end-if.
           accept target-year-txt from environment "CAP300-YEAR"
               on exception move target-year to target-year-txt
           end-accept.
           call "numedit" using target-year-txt edit-lth edit-valid-sw.
           if edit-valid
              move target-year-txt to target-year
           else
              display "CAP300 - INVALID CAP300-YEAR VALUE: "
                  target-year-txt upon console
           end-if.
           accept min-txt from environment "CAP300-MIN"
               on exception move '00500' to min-txt
           end-accept.
           move 5 to edit-lth.
           call "numedit" using min-txt edit-lth edit-valid-sw.
           if not edit-valid
              display "CAP300 - INVALID CAP300-MIN VALUE: "
                  min-txt upon console
              move '00500' to min-txt
           end-if.
           move min-txt-n to min-amount.
           accept payer-bn from environment "CAP300-PAYER"
               on exception move spaces to payer-bn
           end-accept.
           if payer-bn = spaces
              display "CAP300 - CAP300-PAYER NOT SET, EXTRACT HEADER "
                  "HAS NO PAYER BUSINESS NUMBER" upon console
           end-if.
           open input vendmas.
           if vendmas-stat not = '00'
              move vendmas-stat to mf-filestat
              move "VENDMAS"    to mf-filenamei
              move "VENDMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read vendmas at end move '1' to vendmas-eof.
           perform loadvendrtn until vendmas-at-eof.
           close vendmas.
           open input appayhst.
           if appayhst-stat not = '00'
              move appayhst-stat to mf-filestat
              move "APPAYHST"   to mf-filenamei
              move "APPAYHST"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read appayhst at end move '1' to appayhst-eof.
           perform accumrtn until appayhst-at-eof.
           close appayhst.
           open output t5018rpt t5018ext.
           move spaces to extrec.
           move 'H' to xh-type.
           move target-year to xh-year.
           move payer-bn to xh-payer.
           move rundate-ymd8 to xh-credate.
           write extrec.
           move spaces to rptline.
           string "CONTRACTOR PAYMENT SLIPS (T5018) - YEAR "
                  target-year "   RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform sliprtn varying srch-idx from 1 by 1
               until srch-idx > vend-count.
           perform ttlrtn.
           move spaces to extrec.
           move 'T' to xt-type.
           move slip-count to xt-count.
           move slip-total to xt-amount.
           write extrec.
           close t5018rpt t5018ext.
           move "CAP300" to jobsum-pgm.
           move slip-count to jobsum-count.
           if noid-count > 0
              move "NOID" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * only the contractors flagged for slips are tabled - payments
      * to anyone else are never looked at
       loadvendrtn.
           if vm-t5018-rpt
              if vend-count >= 1000
                 display "CAP300 - VEND-TABLE FULL, VM-VENDOR: "
                     vm-vendor " NOT LOADED" upon console
              else
                 add 1 to vend-count
                 move vm-vendor to vt-vendor (vend-count)
                 move vm-nameadrs to vt-nameadrs (vend-count)
                 move vm-recip-id to vt-recip-id (vend-count)
                 move 0 to vt-paid (vend-count)
                 move zeros to vt-items (vend-count)
              end-if
           end-if.
           read vendmas at end move '1' to vendmas-eof.
      * one paid invoice - counted when the vendor is flagged and the
      * payment went out in the target year
       accumrtn.
           move ph-pay-date (1:2) to hist-year.
           if hist-year = target-year
              perform findvendrtn
              if found
                 compute vt-paid (srch-idx) =
                     vt-paid (srch-idx) + ph-paid - ph-gst
                 add 1 to vt-items (srch-idx)
                 add 1 to hist-rows
              end-if
           end-if.
           read appayhst at end move '1' to appayhst-eof.
       findvendrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findvend1rtn
               until found or srch-idx > vend-count.
       findvend1rtn.
           if vt-vendor (srch-idx) = ph-vendor
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
      *eject
      * one slip per flagged vendor paid at least the threshold
       sliprtn.
           if vt-items (srch-idx) = 0
              continue
           else
              if vt-paid (srch-idx) < min-amount
                 add 1 to under-count
                 add vt-paid (srch-idx) to under-total
                 move vt-paid (srch-idx) to amt-ed
                 move spaces to rptline
                 string "BELOW THRESHOLD - NO SLIP  VENDOR: "
                        vt-vendor (srch-idx) "  PAID: " amt-ed
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 2 lines
              else
                 perform slip1rtn
              end-if
           end-if.
       slip1rtn.
           add 1 to slip-count.
           add vt-paid (srch-idx) to slip-total.
           move vt-nameadrs (srch-idx) to sl-nameadrs.
           move vt-paid (srch-idx) to amt-ed.
           move spaces to rptline.
           string "SLIP " slip-count "  YEAR " target-year
                  "  VENDOR: " vt-vendor (srch-idx)
                  "  RECIPIENT ID: " vt-recip-id (srch-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move sl-name to rptline (7:30).
           write rptline before advancing 1 line.
           move spaces to rptline.
           move sl-adrs1 to rptline (7:30).
           write rptline before advancing 1 line.
           if sl-adrs2 not = spaces
              move spaces to rptline
              move sl-adrs2 to rptline (7:30)
              write rptline before advancing 1 line
           end-if.
           move spaces to rptline.
           move sl-city-prov to rptline (7:20).
           move sl-postal to rptline (29:10).
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "      CONTRACT PAYMENTS: " amt-ed
                  "  INVOICES: " vt-items (srch-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if vt-recip-id (srch-idx) = spaces
              add 1 to noid-count
              move spaces to rptline
              move "      *** NO BUSINESS NUMBER/SIN ON VENDMAS ***"
                  to rptline
              write rptline before advancing 1 line
           end-if.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to extrec.
           move 'D' to xd-type.
           move target-year to xd-year.
           move vt-vendor (srch-idx) to xd-vendor.
           move vt-recip-id (srch-idx) to xd-recip-id.
           move vt-nameadrs (srch-idx) to xd-nameadrs.
           move vt-paid (srch-idx) to xd-amount.
           write extrec.
       ttlrtn.
           move spaces to rptline.
           move "SUMMARY" to rptline.
           write rptline before advancing 1 line.
           move slip-total to tot-ed.
           move spaces to rptline.
           string "SLIPS ISSUED:         " slip-count
                  "  TOTAL REPORTED: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move under-total to tot-ed.
           move spaces to rptline.
           string "UNDER THRESHOLD:      " under-count
                  "  TOTAL PAID:     " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "FLAGGED VENDORS:      " vend-count
                  "  HISTORY ROWS USED: " hist-rows
                  "  SLIPS WITH NO RECIPIENT ID: " noid-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
