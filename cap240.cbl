       identification division.
      * cap240 - test/demo mainframe conversion to micro focus cobol
      *        - accounts payable payment selection and cheque/eft
      *          run off APOPEN - vouchered supplier invoices finally
      *          get paid by the system instead of off a clipboard
      *        - APOPEN is sorted by vendor/invoice and every open
      *          item due by the CAP240-CUTOFF date (yymmdd, default
      *          this run's date) is selected - due meaning the
      *          invoice date plus the net days copied from VENDMAS,
      *          by the same 365/30 day arithmetic car216 ages with;
      *          an item still inside its early-payment window on
      *          the run date is paid now with the discount taken
      *        - the controller's APHOLD rows hold ('H') or release
      *          ('R') a single invoice, or every invoice of a vendor
      *          when the invoice is left blank; a hold marks the
      *          item 'CT' on APOPEN and it stays until released, a
      *          release also frees a cap235 tolerance hold
      *        - one payment per vendor: a vendor with transit and
      *          account on VENDMAS is paid through the APEFT file
      *          (the cpy220 cpa-005 style 'A'/'C'/'Z' image, header
      *          originator from CAP240-ORIG), one without gets a
      *          cheque numbered off NEXTAPCQ, the payables cheque
      *          sequence kept apart from payroll's NEXTCHQ; each
      *          cheque is appended to APCHQREG in the CHQREG layout,
      *          so cap247's positive pay extract and the cpy245/
      *          cpy255 reconciliation and void runs work it the way
      *          they work the payroll register
      *        - paid items drop out of the rolled-forward APOPEN2;
      *          everything else carries forward with its hold status
      *        - the APPAYRPT register lists each payment with the
      *          invoices it covers, and the run emits one balanced
      *          GLTRANS batch with its BATCHHDR row and INTFCTL GEN
      *          stamp - debit the AP control for the invoices paid,
      *          credit the bank for the cash and the discounts-
      *          earned account for the discounts, all three named on
      *          ACCTMAP as APCTL, APBANK and APDISC
      *        - every invoice paid is appended to the APPAYHST
      *          payment history with its payment reference, so what
      *          a vendor was paid in a year can still be totalled
      *          once the item is gone from APOPEN (cap300's
      *          contractor slips)
       program-id. cap240.
       environment division.
       input-output section.
       file-control.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status apopen-stat.
           select sortwk assign "sortwkap240".
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select aphold assign external APHOLD
                  organization line sequential
                  file status aphold-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select nextapcq assign external NEXTAPCQ
                  organization line sequential
                  file status nextapcq-stat.
           select apopen2 assign external APOPEN2
                  organization record sequential access mode sequential.
           select apchqreg assign external APCHQREG
                  organization record sequential access mode sequential
                  file status apchqreg-stat.
           select appayhst assign external APPAYHST
                  organization record sequential access mode sequential
                  file status appayhst-stat.
           select apeft assign external APEFT
                  organization record sequential access mode sequential.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select appayrpt assign external APPAYRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  apopen record contains 80 characters.
           01 apopenrec          pic x(80).
       sd  sortwk.
           01 sortrec.
              05 sr-vendor       pic 9(6).
              05 sr-inv          pic x(10).
              05 filler          pic x(64).
       fd  vendmas record contains 256 characters.
           01 vm1. copy "vendmas.cpy".
      * controller hold/release - blank invoice means every invoice
      * the vendor has open
       fd  aphold record contains 80 characters.
           01 ahrec.
              05 ah-vendor       pic x(6).
              05 ah-inv          pic x(10).
              05 ah-action       pic x(1).
              05 filler          pic x(63).
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
      * one line - the next AP cheque number to assign
       fd  nextapcq record contains 8 characters.
           01 nextapcqrec        pic 9(8).
       fd  apopen2 record contains 80 characters.
           01 apopenrec2         pic x(80).
      * one record per cheque issued, the CHQREG layout with the
      * vendor number where payroll carries the employee number
       fd  apchqreg record contains 40 characters.
           01 cqrec.
              05 cq-chqno        pic 9(8).
              05 cq-empno        pic 9(6).
              05 cq-date         pic 9(6).
              05 cq-amount       pic s9(7)v99 comp-3.
              05 cq-cleared      pic x(1).
              05 cq-clrdate      pic 9(6).
              05 filler          pic x(8).
       fd  appayhst record contains 80 characters.
           01 phrec. copy "appayhst.cpy".
      * cpa-005 style fixed 80-byte record images - 'A' header, 'C'
      * credit detail, 'Z' trailer
       fd  apeft record contains 80 characters.
           01 eftrec             pic x(80).
           01 eft-hdr redefines eftrec.
              05 eh-type         pic x(1).
              05 eh-orig         pic x(10).
              05 eh-credate      pic 9(8).
              05 filler          pic x(61).
           01 eft-dtl redefines eftrec.
              05 ed-type         pic x(1).
              05 ed-empno        pic 9(6).
              05 ed-transit      pic 9(8).
              05 ed-acct         pic x(12).
              05 ed-amount       pic 9(10).
              05 ed-date         pic 9(6).
              05 ed-name         pic x(20).
              05 filler          pic x(17).
           01 eft-trl redefines eftrec.
              05 et-type         pic x(1).
              05 et-count        pic 9(7).
              05 et-amount       pic 9(12).
              05 filler          pic x(60).
       fd  gltrans record contains 80 characters.
           01 gltrec.
              05 glt-acct       pic 9(8).
              05 glt-type       pic x(2).
              05 glt-dscrptn    pic x(30).
              05 glt-amount     pic s9(8)v99.
              05 glt-batch      pic x(6).
              05 glt-js         pic x(2).
              05 glt-ref        pic x(6).
              05 glt-date       pic x(6).
              05 glt-company    pic x(2).
              05 filler         pic x(8).
       fd  batchhdr record contains 20 characters.
           01 bh-rec.
              05 bh-batch       pic x(6).
              05 bh-total       pic s9(8)v99.
              05 bh-reverse     pic x(1).
              05 filler         pic x(3).
       fd  appayrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * the open item being worked, returned off the sort
       01  apitem. copy "apopen.cpy".
       01  wrk-flds.
           05 apopen-eof         pic x value ' '.
               88 apopen-at-eof           value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 first-vend-sw      pic x value 'Y'.
               88 first-vend              value 'Y'.
           05 prev-vendor        pic 9(6) value zeros.
           05 item-vendor        pic x(6) value spaces.
           05 cutoff-date        pic 9(6) value zeros.
           05 orig-id            pic x(10) value spaces.
           05 next-chqno         pic 9(8) value 1.
           05 pay-ref            pic x(8) value spaces.
           05 item-disc          pic s9(7)v99 comp-3 value 0.
           05 item-net           pic s9(9)v99 comp-3 value 0.
           05 net-cents          pic 9(10) value zeros.
           05 chq-count          pic 9(5) value zeros.
           05 chq-total          pic s9(9)v99 comp-3 value 0.
           05 eft-count          pic 9(7) value zeros.
           05 eft-total          pic s9(10)v99 comp-3 value 0.
           05 disc-total         pic s9(9)v99 comp-3 value 0.
           05 paid-count         pic 9(5) value zeros.
           05 carry-count        pic 9(5) value zeros.
           05 carry-total        pic s9(9)v99 comp-3 value 0.
           05 held-count         pic 9(5) value zeros.
           05 amt-ed1            pic zzzz,zzz.99-.
           05 amt-ed2            pic zzzz,zzz.99-.
           05 amt-ed3            pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
      * due and discount dates are compared as day numbers, the
      * yy*365 + mm*30 + dd approximation car216 ages by
       01  day-flds.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 day-num            pic 9(7) value zeros.
           05 run-days           pic 9(7) value zeros.
           05 cutoff-days        pic 9(7) value zeros.
           05 item-days          pic 9(7) value zeros.
           05 due-days           pic 9(7) value zeros.
           05 disc-end-days      pic 9(7) value zeros.
       01  edit-flds.
           05 cutoff-txt         pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the vendor being paid - what it is owed this run and the
      * invoices the payment covers, for the remittance lines
       01  vpay-flds.
           05 vpay-gross         pic s9(9)v99 comp-3 value 0.
           05 vpay-disc          pic s9(9)v99 comp-3 value 0.
           05 vpay-net           pic s9(9)v99 comp-3 value 0.
           05 vp-count           pic 9(3) value zeros.
           05 vp-idx             pic 9(3) value zeros.
       01  vpay-table.
           05 vpay-entry occurs 100 times.
              10 vp-inv          pic x(10).
              10 vp-date         pic 9(6).
              10 vp-gross        pic s9(9)v99 comp-3.
              10 vp-disc         pic s9(7)v99 comp-3.
              10 vp-gst          pic s9(7)v99 comp-3.
              10 vp-po           pic x(6).
              10 vp-company      pic x(2).
              10 vp-entry-date   pic 9(6).
       01  vend-flds.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value '1'.
           05 vend-count         pic 9(4) value zeros.
           05 vend-idx           pic 9(4) value zeros.
           05 vend-found-sw      pic x value 'N'.
               88 vend-found              value 'Y'.
       01  vend-table.
           05 vend-entry occurs 2000 times.
              10 vt-vendor       pic 9(6).
              10 vt-name         pic x(30).
              10 vt-transit      pic 9(8).
              10 vt-bank-acct    pic x(12).
       01  hold-flds.
           05 aphold-eof         pic x value ' '.
               88 aphold-at-eof           value '1'.
           05 hold-count         pic 9(3) value zeros.
           05 hold-idx           pic 9(3) value zeros.
           05 hold-found-sw      pic x value 'N'.
               88 hold-found              value 'Y'.
           05 hold-srch-inv      pic x(10) value spaces.
       01  hold-table.
           05 hold-entry occurs 200 times.
              10 ht-vendor       pic x(6).
              10 ht-inv          pic x(10).
              10 ht-action       pic x(1).
      * the GL side of the run per company - AP control debit, bank
      * and discount credits
       01  gl-flds.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 map-apctl          pic x(8) value spaces.
           05 map-apbank         pic x(8) value spaces.
           05 map-apdisc         pic x(8) value spaces.
           05 gc-count           pic 9(3) value zeros.
           05 gc-idx             pic 9(3) value zeros.
           05 gc-found-sw        pic x value 'N'.
               88 gc-found                value 'Y'.
           05 gl-total           pic s9(9)v99 comp-3 value 0.
       01  glco-table.
           05 glco-entry occurs 50 times.
              10 gc-company      pic x(2).
              10 gc-ap           pic s9(9)v99 comp-3.
              10 gc-bank         pic s9(9)v99 comp-3.
              10 gc-disc         pic s9(9)v99 comp-3.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  misc.
           05 apopen-stat        pic xx value spaces.
           05 vendmas-stat       pic xx value spaces.
           05 aphold-stat        pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 nextapcq-stat      pic xx value spaces.
           05 apchqreg-stat      pic xx value spaces.
           05 appayhst-stat      pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept cutoff-txt from environment "CAP240-CUTOFF"
               on exception move '000000' to cutoff-txt
           end-accept.
           call "numedit" using cutoff-txt edit-lth edit-valid-sw.
           if edit-valid
              move cutoff-txt to cutoff-date
           else
              display "CAP240 - INVALID CAP240-CUTOFF VALUE: "
                  cutoff-txt upon console
              move zeros to cutoff-date
           end-if.
           if cutoff-date = zeros
              move rundate-ymd6 to cutoff-date
           end-if.
           move cutoff-date to day-date.
           perform daynumrtn.
           move day-num to cutoff-days.
           move rundate-ymd6 to day-date.
           perform daynumrtn.
           move day-num to run-days.
           accept orig-id from environment "CAP240-ORIG"
               on exception move "CAP0000001" to orig-id
           end-accept.
           if orig-id = spaces
              move "CAP0000001" to orig-id
           end-if.
           open input acctmap.
           if acctmap-stat not = '00'
              move acctmap-stat to mf-filestat
              move "ACCTMAP"    to mf-filenamei
              move "ACCTMAP"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read acctmap at end move '1' to acctmap-eof.
           perform loadmaprtn until acctmap-at-eof.
           close acctmap.
           if map-apctl = spaces or map-apbank = spaces
                 or map-apdisc = spaces
              display "CAP240 - ACCTMAP MUST NAME APCTL, APBANK AND "
                  "APDISC ACCOUNTS, NOTHING PAID" upon console
              stop run returning 16
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
      * no APHOLD is no controller holds or releases this run
           open input aphold.
           if aphold-stat = '00'
              read aphold at end move '1' to aphold-eof
              end-read
              perform loadholdrtn until aphold-at-eof
              close aphold
           end-if.
      * no NEXTAPCQ yet starts the series at 1
           open input nextapcq.
           if nextapcq-stat = '00'
              read nextapcq at end move 1 to nextapcqrec
              end-read
              move nextapcqrec to next-chqno
              close nextapcq
           end-if.
           sort sortwk on ascending key sr-vendor sr-inv
               input procedure loadsort-rtn
               output procedure payrtn.
           open output nextapcq.
           move next-chqno to nextapcqrec.
           write nextapcqrec.
           close nextapcq.
           perform glfeedrtn.
           move "CAP240" to jobsum-pgm.
           move paid-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           if am-kind = "APCTL"
              move am-acct to map-apctl
           else
              if am-kind = "APBANK"
                 move am-acct to map-apbank
              else
                 if am-kind = "APDISC"
                    move am-acct to map-apdisc
                 end-if
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
      * banking counts only when the transit is a real nonzero
      * number and an account is on file - anything else is a cheque
       loadvendrtn.
           if vend-count >= 2000
              display "CAP240 - VEND-TABLE FULL, VM-VENDOR: "
                  vm-vendor " NOT LOADED" upon console
           else
              add 1 to vend-count
              move vm-vendor to vt-vendor (vend-count)
              move vm-name to vt-name (vend-count)
              if vm-transit numeric and vm-transit > 0
                    and vm-bank-acct not = spaces
                 move vm-transit to vt-transit (vend-count)
              else
                 move zeros to vt-transit (vend-count)
              end-if
              move vm-bank-acct to vt-bank-acct (vend-count)
           end-if.
           read vendmas at end move '1' to vendmas-eof.
       loadholdrtn.
           if ah-action not = 'H' and ah-action not = 'R'
              display "CAP240 - APHOLD ACTION NOT H OR R, VENDOR: "
                  ah-vendor " INV: " ah-inv " IGNORED" upon console
           else
              if hold-count >= 200
                 display "CAP240 - HOLD-TABLE FULL, VENDOR: "
                     ah-vendor " NOT LOADED" upon console
              else
                 add 1 to hold-count
                 move ah-vendor to ht-vendor (hold-count)
                 move ah-inv to ht-inv (hold-count)
                 move ah-action to ht-action (hold-count)
              end-if
           end-if.
           read aphold at end move '1' to aphold-eof.
       loadsort-rtn.
           open input apopen.
           if apopen-stat not = '00'
              move apopen-stat to mf-filestat
              move "APOPEN"     to mf-filenamei
              move "APOPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read apopen at end move '1' to apopen-eof.
           perform loadrtn until apopen-at-eof.
           close apopen.
       loadrtn.
           move apopenrec to sortrec.
           release sortrec.
           read apopen at end move '1' to apopen-eof.
      * the sorted open items, one vendor at a time - a vendor's
      * selected items are paid together when the vendor changes
       payrtn.
           open output apopen2 apeft appayrpt.
           open extend apchqreg.
           if apchqreg-stat = '35'
              open output apchqreg
           end-if.
           open extend appayhst.
           if appayhst-stat = '35'
              open output appayhst
           end-if.
           move spaces to rptline.
           string "AP PAYMENT REGISTER - RUN DATE " rundate-ymd6e
                  "  DUE CUTOFF " cutoff-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to eftrec.
           move 'A' to eh-type.
           move orig-id to eh-orig.
           move rundate-ymd8 to eh-credate.
           write eftrec.
           return sortwk into apitem at end move 'Y' to sort-eof.
           perform itemrtn until sort-at-eof.
           if not first-vend
              perform vendpayrtn
           end-if.
           move spaces to eftrec.
           move 'Z' to et-type.
           move eft-count to et-count.
           compute et-amount = eft-total * 100.
           write eftrec.
           perform ttlrtn.
           close apopen2 apeft appayrpt apchqreg appayhst.
       itemrtn.
           if not first-vend and ap-vendor not = prev-vendor
              perform vendpayrtn
           end-if.
           if first-vend or ap-vendor not = prev-vendor
              move ap-vendor to prev-vendor
              move 0 to vpay-gross
              move 0 to vpay-disc
              move 0 to vp-count
              perform findvendrtn
           end-if.
           move 'N' to first-vend-sw.
           perform holdchkrtn.
           perform selectrtn.
           return sortwk into apitem at end move 'Y' to sort-eof.
      * controller action on the item - an invoice row wins over a
      * vendor-wide row
       holdchkrtn.
           move ap-vendor to item-vendor.
           move ap-inv to hold-srch-inv.
           perform findholdrtn.
           if not hold-found
              move spaces to hold-srch-inv
              perform findholdrtn
           end-if.
           if hold-found
              if ht-action (hold-idx) = 'H'
                 move 'H' to ap-status
                 move "CT" to ap-hold
              else
                 move 'O' to ap-status
                 move spaces to ap-hold
              end-if
           end-if.
       findholdrtn.
           move 1 to hold-idx.
           move 'N' to hold-found-sw.
           perform findhold1rtn
               until hold-found or hold-idx > hold-count.
       findhold1rtn.
           if ht-vendor (hold-idx) = item-vendor
                 and ht-inv (hold-idx) = hold-srch-inv
              move 'Y' to hold-found-sw
           else
              add 1 to hold-idx
           end-if.
       findvendrtn.
           move 1 to vend-idx.
           move 'N' to vend-found-sw.
           perform findvend1rtn
               until vend-found or vend-idx > vend-count.
       findvend1rtn.
           if vt-vendor (vend-idx) = ap-vendor
              move 'Y' to vend-found-sw
           else
              add 1 to vend-idx
           end-if.
      * an open item is paid when it is due by the cutoff, or when
      * its discount window is still open today; a held item, an
      * item for a vendor not on VENDMAS, or one past the hundred a
      * single payment can carry stays on APOPEN2
       selectrtn.
           move 0 to item-disc.
           move ap-date to day-date.
           perform daynumrtn.
           move day-num to item-days.
           compute due-days = item-days + ap-net-days.
           compute disc-end-days = item-days + ap-disc-days.
           if ap-disc-pct > 0 and run-days <= disc-end-days
              compute item-disc rounded =
                  ap-amount * ap-disc-pct / 100
           end-if.
           if ap-held
              add 1 to held-count
              perform carryrtn
           else
              if not vend-found
                 perform novendrtn
              else
                 if (due-days <= cutoff-days or item-disc > 0)
                       and vp-count < 100
                    perform takertn
                 else
                    perform carryrtn
                 end-if
              end-if
           end-if.
       takertn.
           add 1 to vp-count.
           move ap-inv to vp-inv (vp-count).
           move ap-date to vp-date (vp-count).
           move ap-amount to vp-gross (vp-count).
           move item-disc to vp-disc (vp-count).
           move ap-gst to vp-gst (vp-count).
           move ap-po to vp-po (vp-count).
           move ap-company to vp-company (vp-count).
           move ap-entry-date to vp-entry-date (vp-count).
           add ap-amount to vpay-gross.
           add item-disc to vpay-disc.
           add item-disc to disc-total.
           perform findcortn.
           if gc-found
              add ap-amount to gc-ap (gc-idx)
              add item-disc to gc-disc (gc-idx)
              compute gc-bank (gc-idx) =
                  gc-bank (gc-idx) + ap-amount - item-disc
           else
              if gc-count >= 50
                 display "CAP240 - GLCO-TABLE FULL, COMPANY: "
                     ap-company " NOT POSTED" upon console
              else
                 add 1 to gc-count
                 move ap-company to gc-company (gc-count)
                 move ap-amount to gc-ap (gc-count)
                 move item-disc to gc-disc (gc-count)
                 compute gc-bank (gc-count) = ap-amount - item-disc
              end-if
           end-if.
           add 1 to paid-count.
       findcortn.
           move 1 to gc-idx.
           move 'N' to gc-found-sw.
           perform findco1rtn
               until gc-found or gc-idx > gc-count.
       findco1rtn.
           if gc-company (gc-idx) = ap-company
              move 'Y' to gc-found-sw
           else
              add 1 to gc-idx
           end-if.
       carryrtn.
           move apitem to apopenrec2.
           write apopenrec2.
           add 1 to carry-count.
           add ap-amount to carry-total.
       novendrtn.
           move ap-amount to amt-ed1.
           move spaces to rptline.
           string "NOT PAID - VENDOR " ap-vendor
                  " NOT ON VENDMAS  INV: " ap-inv "  " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform carryrtn.
      * the vendor's selected items become one payment - eft when
      * the vendor has banking, a cheque otherwise
       vendpayrtn.
           if vp-count > 0
              compute vpay-net = vpay-gross - vpay-disc
              move spaces to rptline
              write rptline before advancing 1 line
              if vt-transit (vend-idx) not = zeros
                 perform eftrtn
              else
                 perform chqrtn
              end-if
              move vpay-net to amt-ed1
              move vpay-disc to amt-ed2
              move spaces to rptline
              string pay-ref "  VENDOR: " prev-vendor "  "
                     vt-name (vend-idx)
                     "  NET: " amt-ed1 "  DISC: " amt-ed2
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              perform remitrtn varying vp-idx from 1 by 1
                  until vp-idx > vp-count
           end-if.
       eftrtn.
           move spaces to eftrec.
           move 'C' to ed-type.
           move prev-vendor to ed-empno.
           move vt-transit (vend-idx) to ed-transit.
           move vt-bank-acct (vend-idx) to ed-acct.
           compute net-cents = vpay-net * 100.
           move net-cents to ed-amount.
           move rundate-ymd6 to ed-date.
           move vt-name (vend-idx) to ed-name.
           write eftrec.
           add 1 to eft-count.
           add vpay-net to eft-total.
           move "EFT     " to pay-ref.
       chqrtn.
           move spaces to cqrec.
           move next-chqno to cq-chqno.
           move prev-vendor to cq-empno.
           move rundate-ymd6 to cq-date.
           move vpay-net to cq-amount.
           move ' ' to cq-cleared.
           move zeros to cq-clrdate.
           write cqrec.
           move next-chqno to pay-ref.
           add 1 to next-chqno.
           add 1 to chq-count.
           add vpay-net to chq-total.
      * remittance detail - the invoices the payment covers, each
      * one also going to the payment history
       remitrtn.
           move vp-gross (vp-idx) to amt-ed1.
           move vp-disc (vp-idx) to amt-ed2.
           compute item-net = vp-gross (vp-idx) - vp-disc (vp-idx).
           move item-net to amt-ed3.
           move spaces to rptline.
           string "          INV: " vp-inv (vp-idx)
                  "  DATE: " vp-date (vp-idx)
                  "  GROSS: " amt-ed1 "  DISC: " amt-ed2
                  "  PAID: " amt-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to phrec.
           move prev-vendor to ph-vendor.
           move vp-inv (vp-idx) to ph-inv.
           move vp-date (vp-idx) to ph-inv-date.
           move rundate-ymd6 to ph-pay-date.
           move pay-ref to ph-payref.
           if vt-transit (vend-idx) not = zeros
              move 'E' to ph-method
           else
              move 'C' to ph-method
           end-if.
           move vp-gross (vp-idx) to ph-gross.
           move vp-gst (vp-idx) to ph-gst.
           move vp-disc (vp-idx) to ph-disc.
           move item-net to ph-paid.
           move vp-po (vp-idx) to ph-po.
           move vp-company (vp-idx) to ph-company.
           move vp-entry-date (vp-idx) to ph-entry-date.
           write phrec.
       daynumrtn.
           compute day-num = day-yy * 365 + day-mm * 30 + day-dd.
      * one balanced GLTRANS batch for the run with the BATCHHDR row
      * cgl105 proves against and the INTFCTL GEN stamp
       glfeedrtn.
           if gc-count = 0
              continue
           else
              open output gltrans
              open extend batchhdr
              if batchhdr-stat = '35'
                 open output batchhdr
              end-if
              move 0 to gl-total
              move spaces to gltrec
              move "AP" to glt-type
              move "AP PAYMENT RUN" to glt-dscrptn
              move spaces to glt-batch
              string "Q" rundate-ymd6 (2:5) delimited by size
                  into glt-batch
              end-string
              move "APPAY" to glt-ref
              move rundate-ymd6 to glt-date
              perform glcortn varying gc-idx from 1 by 1
                  until gc-idx > gc-count
              move spaces to bh-rec
              move glt-batch to bh-batch
              compute bh-total = gl-total * 2
              move ' ' to bh-reverse
              write bh-rec
              move "GEN" to intf-event
              move "CAP240" to intf-source
              move gl-total to intf-debits
              move gl-total to intf-credits
              call "intfctl" using intf-event glt-batch
                  intf-source glt-date intf-debits intf-credits
              close gltrans batchhdr
           end-if.
       glcortn.
           move gc-company (gc-idx) to glt-company.
           move map-apctl to glt-acct.
           move gc-ap (gc-idx) to glt-amount.
           move 'DR' to glt-js.
           write gltrec.
           add gc-ap (gc-idx) to gl-total.
           move map-apbank to glt-acct.
           move gc-bank (gc-idx) to glt-amount.
           move 'CR' to glt-js.
           write gltrec.
           if gc-disc (gc-idx) not = 0
              move map-apdisc to glt-acct
              move gc-disc (gc-idx) to glt-amount
              move 'CR' to glt-js
              write gltrec
           end-if.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move chq-total to tot-ed.
           move spaces to rptline.
           string "CHEQUES ISSUED: " chq-count
                  "  AMOUNT: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move eft-total to tot-ed.
           move spaces to rptline.
           string "EFT CREDITS:    " eft-count
                  "  AMOUNT: " tot-ed
                  "  (MUST MATCH THE APEFT TRAILER)"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move disc-total to tot-ed.
           move spaces to rptline.
           string "INVOICES PAID:  " paid-count
                  "  DISCOUNTS TAKEN: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move carry-total to tot-ed.
           move spaces to rptline.
           string "CARRIED ON APOPEN2: " carry-count
                  "  AMOUNT: " tot-ed "  OF WHICH HELD: " held-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
