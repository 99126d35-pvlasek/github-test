       identification division.
      * car264 - test/demo mainframe conversion to micro focus cobol
      *        - electronic invoice transmission to the national
      *          account chains, who were re-keying the car240 paper
      *        - the EDIPART trading partner table (edipart.cpy)
      *          names the bill-to customers that take invoices
      *          electronically; a SALEDTL line is sent when its
      *          customer, or the customer's cm-parent bill-to (the
      *          car228 national account link), is an active partner
      *        - selects one day's sale details the car240 way (env-var
      *          CAR264-DATE, yymmdd, default the run date) and builds
      *          a standard X12 810 invoice file on EDIINV: one
      *          interchange (ISA/GS ... GE/IEA) per partner, and per
      *          invoice the header (BIG), the bill-to and the ship-to
      *          branch with its CUSTMAS address (N1/N3/N4), a line per
      *          product with sd-qty, sd-price and sd-prod (IT1), the
      *          tax-inclusive total (TDS), the GST and PST (TXI) and
      *          the line count (CTT)
      *        - our interchange id comes from env-var CAR264-SENDER
      *          (default OURCOMPANY); control numbers are the run
      *          date and the partner's sequence in the run
      *        - the EDIRPT control report lists each invoice sent
      *          with its goods, taxes and total, by partner, and the
      *          totals to balance against car240
       program-id. car264.
       environment division.
       input-output section.
       file-control.
           select edipart assign external EDIPART
                  organization line sequential
                  file status edipart-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select sortwk assign "sortwk264".
           select ediinv assign external EDIINV
                  organization line sequential.
           select edirpt assign external EDIRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  edipart record contains 80 characters.
           01 eprec. copy "edipart.cpy".
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       sd  sortwk.
           01 sortrec.
              05 sr-part-idx     pic 9(3).
              05 sr-inv          pic 9(6).
              05 sr-line         pic 9(3).
              05 sr-cust         pic 9(6).
              05 sr-billto       pic 9(6).
              05 sr-date         pic 9(6).
              05 sr-prod         pic x(6).
              05 sr-qty          pic s9(7)     comp-3.
              05 sr-price        pic s9(7)v99  comp-3.
              05 sr-amount       pic s9(9)v99  comp-3.
              05 sr-gst          pic s9(7)v99  comp-3.
              05 sr-pst          pic s9(7)v99  comp-3.
      * one X12 segment per line, '~' terminated
       fd  ediinv record contains 132 characters.
           01 ediline            pic x(132).
       fd  edirpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 edipart-eof        pic x value ' '.
               88 edipart-at-eof          value '1'.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 first-sw           pic x value 'Y'.
               88 first-rec               value 'Y'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 prev-part-idx      pic 9(3) value zeros.
           05 prev-inv           pic 9(6) value zeros.
           05 prev-cust          pic 9(6) value zeros.
           05 prev-billto        pic 9(6) value zeros.
           05 srch-cust          pic 9(6) value zeros.
           05 last-cust          pic 9(6) value zeros.
           05 billto             pic 9(6) value zeros.
           05 sel-date           pic 9(6) value zeros.
           05 run-ymd            pic 9(6) value zeros.
           05 edi-time           pic 9(8) value zeros.
           05 edi-time-r redefines edi-time.
              10 edi-hhmm        pic 9(4).
              10 filler          pic 9(4).
           05 edi-ccyymmdd       pic 9(8) value zeros.
           05 edi-ccyymmdd-r redefines edi-ccyymmdd.
              10 edi-cc          pic 9(2).
              10 edi-yymmdd      pic 9(6).
           05 sender-id          pic x(15) value 'OURCOMPANY'.
           05 billto-name        pic x(20) value spaces.
      * control numbers and counts for the envelope being built
       01  env-flds.
           05 isa-ctl            pic 9(9) value zeros.
           05 st-ctl             pic 9(4) value zeros.
           05 seg-count          pic 9(6) value zeros.
           05 it1-count          pic 9(4) value zeros.
           05 seg-total          pic 9(7) value zeros.
      * totals - the invoice, the partner and the run
       01  tot-flds.
           05 inv-goods          pic s9(9)v99 comp-3 value 0.
           05 inv-gst            pic s9(7)v99 comp-3 value 0.
           05 inv-pst            pic s9(7)v99 comp-3 value 0.
           05 inv-total          pic s9(9)v99 comp-3 value 0.
           05 inv-cents          pic s9(11) value zeros.
           05 part-inv-count     pic 9(5) value zeros.
           05 part-total         pic s9(11)v99 comp-3 value 0.
           05 inv-count          pic 9(7) value zeros.
           05 part-count         pic 9(3) value zeros.
           05 run-goods          pic s9(11)v99 comp-3 value 0.
           05 run-gst            pic s9(11)v99 comp-3 value 0.
           05 run-pst            pic s9(11)v99 comp-3 value 0.
           05 run-total          pic s9(11)v99 comp-3 value 0.
      * X12 numbers go out without leading blanks - edited, then the
      * leading spaces skipped
       01  num-flds.
           05 qty-ed             pic -(7)9.
           05 amt-ed             pic -(9)9.99.
           05 cents-ed           pic -(11)9.
           05 cnt-ed             pic z(5)9.
           05 num-ed             pic x(16) value spaces.
           05 num-txt            pic x(16) value spaces.
           05 qty-txt            pic x(16) value spaces.
           05 lead-cnt           pic 9(2) comp value zeros.
           05 prt-amt-ed         pic zzzz,zzz.99-.
           05 prt-gst-ed         pic zzz,zzz.99-.
           05 prt-pst-ed         pic zzz,zzz.99-.
           05 prt-tot-ed         pic zzz,zzz,zz9.99-.
           05 prt-tot2-ed        pic zzz,zzz,zz9.99-.
      * the trading partners, loaded up front
       01  part-flds.
           05 part-tcount        pic 9(3) value zeros.
           05 part-idx           pic 9(3) value zeros.
           05 part-found-sw      pic x value 'N'.
               88 part-found              value 'Y'.
       01  part-table.
           05 part-entry occurs 200 times.
              10 pt-cust         pic 9(6).
              10 pt-qual         pic x(2).
              10 pt-id           pic x(15).
              10 pt-gs-id        pic x(15).
              10 pt-name         pic x(20).
      * CAR264-DATE comes in off the environment as text, so it's
      * validated through NUMEDIT, as car240 does
       01  edit-flds.
           05 sel-date-txt       pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 edipart-stat       pic xx value spaces.
           05 saledtl-stat       pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-date-txt from environment "CAR264-DATE"
               on exception move '000000' to sel-date-txt
           end-accept.
           call "numedit" using sel-date-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-date-txt to sel-date
           else
              display "CAR264 - INVALID CAR264-DATE VALUE: "
                  sel-date-txt upon console
              move zeros to sel-date
           end-if.
           if sel-date = zeros
              move rundate-ymd6 to sel-date
           end-if.
           accept sender-id from environment "CAR264-SENDER"
               on exception move 'OURCOMPANY' to sender-id
           end-accept.
           accept edi-time from time.
           move rundate-ymd6 to run-ymd.
           move rundate-ymd8-cc to edi-cc.
           open input edipart.
           if edipart-stat not = '00'
              move edipart-stat to mf-filestat
              move "EDIPART"    to mf-filenamei
              move "EDIPART"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read edipart at end move '1' to edipart-eof.
           perform loadpartrtn until edipart-at-eof.
           close edipart.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output ediinv edirpt.
           move spaces to rptline.
           string "EDI INVOICE CONTROL REPORT - INVOICE DATE "
                  sel-date "  RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on ascending key sr-part-idx sr-inv sr-line
               input procedure loadsort-rtn
               output procedure edisort-rtn.
           perform sumrtn.
           close custmas ediinv edirpt.
           move "CAR264" to jobsum-pgm.
           move inv-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * only active partners are loaded - an inactive row sends nothing
       loadpartrtn.
           if ep-active
              if part-tcount >= 200
                 display "CAR264 - PART-TABLE FULL, EP-CUST: "
                     ep-cust " NOT LOADED" upon console
              else
                 add 1 to part-tcount
                 move ep-cust to pt-cust (part-tcount)
                 move ep-qual to pt-qual (part-tcount)
                 move ep-id to pt-id (part-tcount)
                 move ep-gs-id to pt-gs-id (part-tcount)
                 move ep-name to pt-name (part-tcount)
              end-if
           end-if.
           read edipart at end move '1' to edipart-eof.
       loadsort-rtn.
           open input saledtl.
           if saledtl-stat not = '00'
              move saledtl-stat to mf-filestat
              move "SALEDTL"    to mf-filenamei
              move "SALEDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           perform loadrtn until saledtl-at-eof.
           close saledtl.
      * the line is sent if its bill-to - the parent, or the customer
      * itself when it has none - is a partner
       loadrtn.
           if sd-date = sel-date
              if sd-cust not = last-cust
                 perform billtortn
              end-if
              if part-found
                 move part-idx to sr-part-idx
                 move sd-inv to sr-inv
                 move sd-line to sr-line
                 move sd-cust to sr-cust
                 move billto to sr-billto
                 move sd-date to sr-date
                 move sd-prod to sr-prod
                 move sd-qty to sr-qty
                 move sd-price to sr-price
                 move sd-amount to sr-amount
                 move sd-gst to sr-gst
                 move sd-pst to sr-pst
                 release sortrec
              end-if
           end-if.
           read saledtl at end move '1' to saledtl-eof.
       billtortn.
           move sd-cust to last-cust.
           move sd-cust to billto.
           move sd-cust to srch-cust.
           perform custreadrtn.
           if cm-found and cm-parent numeric and cm-parent > 0
              move cm-parent to billto
           end-if.
           move 1 to part-idx.
           move 'N' to part-found-sw.
           perform findpartrtn
               until part-found or part-idx > part-tcount.
       findpartrtn.
           if pt-cust (part-idx) = billto
              move 'Y' to part-found-sw
           else
              add 1 to part-idx
           end-if.
       custreadrtn.
           move spaces to custrec.
           move srch-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
       edisort-rtn.
           return sortwk at end move 'Y' to sort-eof.
           perform edirtn until sort-at-eof.
           if not first-rec
              perform invendrtn
              perform partendrtn
           end-if.
       edirtn.
           if not first-rec
              if sr-part-idx not = prev-part-idx
                 perform invendrtn
                 perform partendrtn
              else
                 if sr-inv not = prev-inv
                    perform invendrtn
                 end-if
              end-if
           end-if.
           if first-rec or sr-part-idx not = prev-part-idx
              perform partstartrtn
           end-if.
           if first-rec or sr-part-idx not = prev-part-idx
                 or sr-inv not = prev-inv
              perform invstartrtn
           end-if.
           move 'N' to first-sw.
           move sr-part-idx to prev-part-idx.
           move sr-inv to prev-inv.
           move sr-cust to prev-cust.
           move sr-billto to prev-billto.
           perform it1rtn.
           return sortwk at end move 'Y' to sort-eof.
      * interchange and functional group headers for the partner
       partstartrtn.
           move sr-part-idx to part-idx.
           add 1 to part-count.
           compute isa-ctl = run-ymd * 1000 + part-count.
           move zeros to st-ctl.
           move zeros to part-inv-count.
           move 0 to part-total.
           move spaces to ediline.
           string "ISA*00*          *00*          *ZZ*" sender-id
                  "*" pt-qual (part-idx) "*" pt-id (part-idx)
                  "*" rundate-ymd6 "*" edi-hhmm "*U*00401*" isa-ctl
                  "*0*P*>~"
               delimited by size into ediline
           end-string.
           write ediline.
           move spaces to ediline.
           string "GS*IN*" sender-id delimited by space
                  "*" delimited by size
                  pt-gs-id (part-idx) delimited by space
                  "*" rundate-ymd8 "*" edi-hhmm "*" isa-ctl
                  "*X*004010~" delimited by size
               into ediline
           end-string.
           write ediline.
           add 2 to seg-total.
           move spaces to rptline.
           string "PARTNER " pt-cust (part-idx) " "
                  pt-name (part-idx) "  INTERCHANGE " isa-ctl
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
           move spaces to rptline.
           string "INVOICE  SHIP-TO  BILL-TO  LINES      GOODS  "
                  "       GST         PST           TOTAL"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * ST, BIG and the bill-to / ship-to name and address
       invstartrtn.
           add 1 to st-ctl.
           move zeros to seg-count.
           move zeros to it1-count.
           move 0 to inv-goods inv-gst inv-pst.
           move spaces to ediline.
           string "ST*810*" st-ctl "~"
               delimited by size into ediline
           end-string.
           perform segrtn.
           move sr-date to edi-yymmdd.
           move spaces to ediline.
           string "BIG*" edi-ccyymmdd "*" sr-inv "~"
               delimited by size into ediline
           end-string.
           perform segrtn.
           move sr-billto to srch-cust.
           perform custreadrtn.
           if cm-found
              move cm-name to billto-name
           else
              move pt-name (sr-part-idx) to billto-name
           end-if.
           move spaces to ediline.
           string "N1*BT*" delimited by size
                  billto-name delimited by "  "
                  "*92*" sr-billto "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
           move sr-cust to srch-cust.
           perform custreadrtn.
           if not cm-found
              move spaces to cm-name-adrs-grp
              move "NOT ON CUSTMAS" to cm-name
           end-if.
           move spaces to ediline.
           string "N1*ST*" delimited by size
                  cm-name delimited by "  "
                  "*92*" sr-cust "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
           move spaces to ediline.
           string "N3*" delimited by size
                  cm-adrs1 delimited by "  "
                  "*" delimited by size
                  cm-adrs2 delimited by "  "
                  "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
           move spaces to ediline.
           string "N4*" delimited by size
                  cm-city-prov delimited by "  "
                  "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
      * one IT1 per line - qty, unit, price, our product code
       it1rtn.
           add 1 to it1-count.
           move sr-qty to qty-ed.
           move qty-ed to num-ed.
           perform trimrtn.
           move num-txt to qty-txt.
           move sr-price to amt-ed.
           move amt-ed to num-ed.
           perform trimrtn.
           move spaces to ediline.
           string "IT1*" sr-line "*" delimited by size
                  qty-txt delimited by space
                  "*EA*" delimited by size
                  num-txt delimited by space
                  "**VP*" sr-prod "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
           add sr-amount to inv-goods.
           add sr-gst to inv-gst.
           add sr-pst to inv-pst.
      * TDS carries the tax-inclusive total in cents, TXI the taxes
       invendrtn.
           compute inv-total = inv-goods + inv-gst + inv-pst.
           compute inv-cents = inv-total * 100.
           move inv-cents to cents-ed.
           move cents-ed to num-ed.
           perform trimrtn.
           move spaces to ediline.
           string "TDS*" delimited by size
                  num-txt delimited by space
                  "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
           if inv-gst not = 0
              move inv-gst to amt-ed
              move amt-ed to num-ed
              perform trimrtn
              move spaces to ediline
              string "TXI*GS*" delimited by size
                     num-txt delimited by space
                     "~" delimited by size
                  into ediline
              end-string
              perform segrtn
           end-if.
           if inv-pst not = 0
              move inv-pst to amt-ed
              move amt-ed to num-ed
              perform trimrtn
              move spaces to ediline
              string "TXI*SP*" delimited by size
                     num-txt delimited by space
                     "~" delimited by size
                  into ediline
              end-string
              perform segrtn
           end-if.
           move it1-count to cnt-ed.
           move cnt-ed to num-ed.
           perform trimrtn.
           move spaces to ediline.
           string "CTT*" delimited by size
                  num-txt delimited by space
                  "~" delimited by size
               into ediline
           end-string.
           perform segrtn.
           add 1 to seg-count.
           move seg-count to cnt-ed.
           move cnt-ed to num-ed.
           perform trimrtn.
           move spaces to ediline.
           string "SE*" delimited by size
                  num-txt delimited by space
                  "*" st-ctl "~" delimited by size
               into ediline
           end-string.
           write ediline.
           add 1 to seg-total.
           move inv-goods to prt-amt-ed.
           move inv-gst to prt-gst-ed.
           move inv-pst to prt-pst-ed.
           move inv-total to prt-tot-ed.
           move spaces to rptline.
           string prev-inv "   " prev-cust "   " prev-billto "   "
                  it1-count " " prt-amt-ed " " prt-gst-ed " "
                  prt-pst-ed " " prt-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to part-inv-count.
           add inv-total to part-total.
           add 1 to inv-count.
           add inv-goods to run-goods.
           add inv-gst to run-gst.
           add inv-pst to run-pst.
           add inv-total to run-total.
       partendrtn.
           move spaces to ediline.
           string "GE*" st-ctl "*" isa-ctl "~"
               delimited by size into ediline
           end-string.
           write ediline.
           move spaces to ediline.
           string "IEA*1*" isa-ctl "~"
               delimited by size into ediline
           end-string.
           write ediline.
           add 2 to seg-total.
           move part-total to prt-tot-ed.
           move spaces to rptline.
           string "PARTNER INVOICES: " part-inv-count
                  "  TOTAL SENT: " prt-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       segrtn.
           write ediline.
           add 1 to seg-count.
           add 1 to seg-total.
       trimrtn.
           move zeros to lead-cnt.
           inspect num-ed tallying lead-cnt for leading spaces.
           move spaces to num-txt.
           move num-ed (lead-cnt + 1:) to num-txt.
      * the run totals, to balance against the car240 print
       sumrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move run-goods to prt-tot-ed.
           move spaces to rptline.
           string "PARTNERS: " part-count "  INVOICES SENT: "
                  inv-count "  GOODS: " prt-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move run-gst to prt-tot-ed.
           move run-pst to prt-tot2-ed.
           move spaces to rptline.
           string "GST: " prt-tot-ed "  PST: " prt-tot2-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move run-total to prt-tot-ed.
           move spaces to rptline.
           string "TOTAL INVOICED ELECTRONICALLY: " prt-tot-ed
                  "  SEGMENTS WRITTEN: " seg-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
