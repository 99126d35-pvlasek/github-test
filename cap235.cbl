       identification division.
      * cap235 - test/demo mainframe conversion to micro focus cobol
      *        - accounts payable invoice voucher edit, the car235 of
      *          the payables side - supplier invoices used to be paid
      *          off a clipboard and reached the ledger only as a hand
      *          keyed GLTRANS debit against the PO
      *        - reads the keyed APTRAN invoice lines, sorted by
      *          vendor/invoice; every line of an invoice is edited and
      *          the invoice is accepted or rejected as a whole, so a
      *          supplier is never half paid for one document
      *        - numerics pass NUMEDIT first, the vendor must be on
      *          VENDMAS and active, and a keyed PO must be open on
      *          POMAS and issued to the same vendor (a PO row with no
      *          vendor is taken as anybody's)
      *        - a stock line ('S') must name its PO and product; the
      *          unit price is held against the PRODMAS pm-cost, and
      *          the quantity against what car231 received on INVRCPT
      *          for that PO and product (receipts for a PO carry the
      *          PO number in the first six bytes of rc-ref); an
      *          expense line ('E') names its GL account or takes the
      *          PO's, and a line against a PO always posts to the PO
      *          account so cgl145 relieves it
      *        - price over cost by more than CAP235-TOL-PCT, quantity
      *          over received by more than CAP235-QTY-TOL, or PO lines
      *          billed past the PO's open commitment by more than
      *          CAP235-TOL-PCT do not reject - the invoice goes to
      *          APOPEN held ('H') with the reason, and waits there for
      *          the controller to release it for payment
      *        - gst/pst are calculated from TAXRATE by the keyed tax
      *          code the car235 way; the gst is an input tax credit
      *          only when the vendor's gst registration is on
      *          VENDMAS, otherwise it is cost like the pst
      *        - accepted invoices are written to APOPEN (opened
      *          extend, one row per invoice) and listed on the APEDIT
      *          report with every rejected invoice and its reasons
      *        - the run emits one balanced GLTRANS batch with its
      *          BATCHHDR row - debit the line accounts (glt-ref = the
      *          PO number, the convention cgl145 relieves by), debit
      *          the gst input credit, credit the AP control, both
      *          named on ACCTMAP as APCTL and GSTITC - and stamps its
      *          INTFCTL GEN row for the cgl205 population proof
      *        - an expense line may carry a work order (at-workord)
      *          instead of a PO - the work order must be open on
      *          WOMAS, the line posts to the ACCTMAP WOWIP account in
      *          the work order's company, and once the invoice is
      *          accepted the line's cost (tax that is not an input
      *          credit included) is appended to the WOCOST ledger as
      *          a supplier charge
       program-id. cap235.
       environment division.
       input-output section.
       file-control.
           select aptran assign external APTRAN
                  organization record sequential access mode sequential
                  file status aptran-stat.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select pomas assign external POMAS
                  organization line sequential
                  file status pomas-stat.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select taxrate assign external TAXRATE
                  organization line sequential
                  file status taxrate-stat.
           select invrcpt assign external INVRCPT
                  organization record sequential access mode sequential
                  file status invrcpt-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status apopen-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select womas assign external WOMAS
                  organization record sequential access mode sequential
                  file status womas-stat.
           select wocost assign external WOCOST
                  organization record sequential access mode sequential
                  file status wocost-stat.
           select apedit assign external APEDIT
                  organization line sequential.
      *eject
       data  division.
       file section.
      * keyed invoice line, sorted ascending by vendor/invoice
       fd  aptran record contains 80 characters.
           01 aptrec. copy "aptran.cpy".
       fd  vendmas record contains 256 characters.
           01 vm1. copy "vendmas.cpy".
       fd  pomas record contains 80 characters.
           01 porec.
              05 po-number       pic x(6).
              05 po-acct         pic x(8).
              05 po-company      pic x(2).
              05 po-date         pic 9(6).
              05 po-amount       pic 9(9)v99.
              05 po-relieved     pic 9(9)v99.
              05 po-status       pic x(1).
                 88 po-open              value 'O'.
                 88 po-closed            value 'C'.
              05 po-dscrptn      pic x(20).
              05 po-vendor       pic x(6).
              05 filler          pic x(9).
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  taxrate record contains 80 characters.
           01 taxraterec.
              05 tc-code         pic x(2).
              05 tc-gst-rate     pic 9v9999.
              05 tc-pst-rate     pic 9v9999.
              05 tc-dscrptn      pic x(30).
              05 filler          pic x(38).
       fd  invrcpt record contains 40 characters.
           01 rcrec.
              05 rc-prod         pic x(6).
              05 rc-qty          pic x(7).
              05 rc-date         pic x(6).
              05 rc-ref          pic x(10).
              05 filler          pic x(11).
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  apopen record contains 80 characters.
           01 apopenrec. copy "apopen.cpy".
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
       fd  womas record contains 80 characters.
           01 worec. copy "womas.cpy".
       fd  wocost record contains 80 characters.
           01 wcrec. copy "wocost.cpy".
       fd  apedit record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 aptran-eof         pic x value ' '.
               88 aptran-at-eof           value '1'.
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(40) value spaces.
           05 accept-count       pic 9(5) value zeros.
           05 hold-count         pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 accept-total       pic s9(9)v99 comp-3 value 0.
           05 hold-total         pic s9(9)v99 comp-3 value 0.
           05 amt-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 limit-amt          pic s9(9)v99 comp-3 value 0.
           05 limit-qty          pic s9(7)v99 comp-3 value 0.
           05 this-acct          pic x(8) value spaces.
           05 this-company       pic x(2) value spaces.
      * the invoice being assembled - its lines are edited as they
      * are read and buffered until the vendor/invoice changes
       01  inv-flds.
           05 inv-vendor         pic x(6) value spaces.
           05 inv-inv            pic x(10) value spaces.
           05 inv-date           pic x(6) value spaces.
           05 inv-po             pic x(6) value spaces.
           05 inv-company        pic x(2) value spaces.
           05 inv-ok-sw          pic x value 'Y'.
               88 inv-ok                  value 'Y'.
           05 inv-reason         pic x(40) value spaces.
           05 inv-hold           pic x(2) value spaces.
           05 inv-total          pic s9(9)v99 comp-3 value 0.
           05 inv-itc            pic s9(7)v99 comp-3 value 0.
           05 line-total         pic s9(9)v99 comp-3 value 0.
           05 line-debit         pic s9(9)v99 comp-3 value 0.
           05 line-itc           pic s9(7)v99 comp-3 value 0.
           05 ln-count           pic 9(3) value zeros.
           05 ln-idx             pic 9(3) value zeros.
       01  line-table.
           05 line-entry occurs 50 times.
              10 ln-rec          pic x(80).
              10 ln-reason       pic x(40).
              10 ln-qty          pic s9(7) comp-3.
              10 ln-amount       pic s9(9)v99 comp-3.
              10 ln-gst          pic s9(7)v99 comp-3.
              10 ln-pst          pic s9(7)v99 comp-3.
              10 ln-acct         pic x(8).
              10 ln-company      pic x(2).
              10 ln-po-idx       pic 9(4).
              10 ln-rq-idx       pic 9(4).
      * a buffered line laid back out in the APTRAN shape for the
      * edit report
       01  line-view.
           05 lv-vendor          pic x(6).
           05 lv-inv             pic x(10).
           05 lv-date            pic x(6).
           05 lv-po              pic x(6).
           05 lv-type            pic x(1).
           05 lv-prod            pic x(6).
           05 lv-acct            pic x(8).
           05 lv-qty             pic x(7).
           05 lv-price           pic x(9).
           05 lv-amount          pic x(11).
           05 lv-taxcode         pic x(2).
           05 lv-workord         pic x(6).
           05 filler             pic x(2).
      * tolerances arrive as 3 digit whole percentages through
      * NUMEDIT - CAP235-TOL-PCT defaults to 5, CAP235-QTY-TOL to 0
       01  tol-flds.
           05 tol-txt            pic x(3) value '005'.
           05 tol-txt-n redefines tol-txt
                                 pic 9(3).
           05 qtol-txt           pic x(3) value '000'.
           05 qtol-txt-n redefines qtol-txt
                                 pic 9(3).
           05 tol-pct            pic 9(3) value 5.
           05 qtol-pct           pic 9(3) value 0.
       01  company-flds.
           05 gen-company        pic x(2) value '01'.
      * keyed amounts after they pass NUMEDIT
       01  num-flds.
           05 tran-vendor        pic 9(6) value zeros.
           05 tran-qty           pic s9(7) value zeros.
           05 tran-price         pic s9(7)v99 value zeros.
           05 tran-amount        pic s9(9)v99 value zeros.
           05 cross-amount       pic s9(9)v99 value zeros.
           05 tran-gst           pic s9(7)v99 comp-3 value 0.
           05 tran-pst           pic s9(7)v99 comp-3 value 0.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * vendor master, loaded up front - status, gst registration
      * and terms are all the edit needs
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
              10 vt-status       pic x(1).
              10 vt-gst-sw       pic x(1).
              10 vt-disc-pct     pic 9v99.
              10 vt-disc-days    pic 9(3).
              10 vt-net-days     pic 9(3).
      * purchase orders - the open commitment is what is left of the
      * PO after what cgl145 has already relieved; pt-billed is what
      * this run has vouchered against it, pt-pending the invoice
      * still being edited
       01  po-flds.
           05 pomas-eof          pic x value ' '.
               88 pomas-at-eof            value '1'.
           05 po-count           pic 9(4) value zeros.
           05 po-idx             pic 9(4) value zeros.
           05 po-found-sw        pic x value 'N'.
               88 po-found                value 'Y'.
       01  po-table.
           05 po-entry occurs 2000 times.
              10 pt-po           pic x(6).
              10 pt-acct         pic x(8).
              10 pt-company      pic x(2).
              10 pt-status       pic x(1).
              10 pt-vendor       pic x(6).
              10 pt-open         pic s9(9)v99 comp-3.
              10 pt-billed       pic s9(9)v99 comp-3.
              10 pt-pending      pic s9(9)v99 comp-3.
       01  prod-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 prod-count         pic 9(3) value zeros.
           05 prod-idx           pic 9(3) value zeros.
           05 prod-found-sw      pic x value 'N'.
               88 prod-found              value 'Y'.
       01  prod-table.
           05 prod-entry occurs 500 times.
              10 pd-prod         pic x(6).
              10 pd-cost         pic s9(5)v99 comp-3.
      * quantity received per PO/product from the car231 receipts,
      * less what this run has already billed against it
       01  rcpt-flds.
           05 invrcpt-eof        pic x value ' '.
               88 invrcpt-at-eof          value '1'.
           05 rq-count           pic 9(4) value zeros.
           05 rq-idx             pic 9(4) value zeros.
           05 rq-found-sw        pic x value 'N'.
               88 rq-found                value 'Y'.
           05 rcpt-qty           pic s9(7) value zeros.
           05 rcvd-qty           pic s9(7) value zeros.
       01  rcpt-table.
           05 rcpt-entry occurs 2000 times.
              10 rq-po           pic x(6).
              10 rq-prod         pic x(6).
              10 rq-qty          pic s9(7) comp-3.
              10 rq-billed       pic s9(7) comp-3.
       01  rate-flds.
           05 taxrate-eof        pic x value ' '.
               88 taxrate-at-eof          value '1'.
           05 rate-count         pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 rate-found-sw      pic x value 'N'.
               88 rate-found              value 'Y'.
           05 this-gst-rate      pic 9v9999 value zeros.
           05 this-pst-rate      pic 9v9999 value zeros.
       01  rate-table.
           05 rate-entry occurs 20 times.
              10 rt-code         pic x(2).
              10 rt-gst-rate     pic 9v9999.
              10 rt-pst-rate     pic 9v9999.
      * work orders - open ones take supplier charges, and the WIP
      * debit goes to the work order's company
       01  wo-flds.
           05 womas-eof          pic x value ' '.
               88 womas-at-eof            value '1'.
           05 wo-count           pic 9(4) value zeros.
           05 wo-idx             pic 9(4) value zeros.
           05 wo-found-sw        pic x value 'N'.
               88 wo-found                value 'Y'.
           05 wocost-count       pic 9(5) value zeros.
       01  wo-table.
           05 wo-entry occurs 2000 times.
              10 wt-workord      pic x(6).
              10 wt-status       pic x(1).
              10 wt-company      pic x(2).
      * invoices already on APOPEN plus the ones this run accepts -
      * the same supplier invoice number can't be vouchered twice
       01  openkey-flds.
           05 apopen-eof         pic x value ' '.
               88 apopen-at-eof           value '1'.
           05 ok-count           pic 9(5) value zeros.
           05 ok-idx             pic 9(5) value zeros.
           05 ok-found-sw        pic x value 'N'.
               88 ok-found                value 'Y'.
       01  openkey-table.
           05 ok-entry occurs 5000 times.
              10 ok-vendor       pic 9(6).
              10 ok-inv          pic x(10).
      * the GL batch accumulates here - one debit row per account/
      * company/PO, and the gst input credit and AP control credit
      * per company so each company's side of the batch balances
       01  gl-flds.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 map-apctl          pic x(8) value spaces.
           05 map-gstitc         pic x(8) value spaces.
           05 map-wowip          pic x(8) value spaces.
           05 gd-count           pic 9(4) value zeros.
           05 gd-idx             pic 9(4) value zeros.
           05 gd-found-sw        pic x value 'N'.
               88 gd-found                value 'Y'.
           05 gc-count           pic 9(3) value zeros.
           05 gc-idx             pic 9(3) value zeros.
           05 gc-found-sw        pic x value 'N'.
               88 gc-found                value 'Y'.
           05 gd-ref-srch        pic x(6) value spaces.
           05 gl-total           pic s9(9)v99 comp-3 value 0.
       01  gldr-table.
           05 gldr-entry occurs 1000 times.
              10 gd-acct         pic x(8).
              10 gd-company      pic x(2).
              10 gd-ref          pic x(6).
              10 gd-amount       pic s9(9)v99 comp-3.
       01  glcr-table.
           05 glcr-entry occurs 50 times.
              10 gc-company      pic x(2).
              10 gc-itc          pic s9(9)v99 comp-3.
              10 gc-ap           pic s9(9)v99 comp-3.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  misc.
           05 aptran-stat        pic xx value spaces.
           05 vendmas-stat       pic xx value spaces.
           05 pomas-stat         pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 taxrate-stat       pic xx value spaces.
           05 invrcpt-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 apopen-stat        pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
           05 womas-stat         pic xx value spaces.
           05 wocost-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept tol-txt from environment "CAP235-TOL-PCT"
               on exception move '005' to tol-txt
           end-accept.
           move 3 to edit-lth.
           call "numedit" using tol-txt edit-lth edit-valid-sw.
           if edit-valid
              move tol-txt-n to tol-pct
           else
              display "CAP235 - INVALID CAP235-TOL-PCT VALUE: "
                  tol-txt upon console
              move 5 to tol-pct
           end-if.
           accept qtol-txt from environment "CAP235-QTY-TOL"
               on exception move '000' to qtol-txt
           end-accept.
           call "numedit" using qtol-txt edit-lth edit-valid-sw.
           if edit-valid
              move qtol-txt-n to qtol-pct
           else
              display "CAP235 - INVALID CAP235-QTY-TOL VALUE: "
                  qtol-txt upon console
              move 0 to qtol-pct
           end-if.
           accept gen-company from environment "CAP235-COMPANY"
               on exception move '01' to gen-company
           end-accept.
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
           if map-apctl = spaces or map-gstitc = spaces
              display "CAP235 - ACCTMAP MUST NAME APCTL AND GSTITC "
                  "ACCOUNTS, NOTHING VOUCHERED" upon console
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
           open input taxrate.
           if taxrate-stat not = '00'
              move taxrate-stat to mf-filestat
              move "TAXRATE"    to mf-filenamei
              move "TAXRATE"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read taxrate at end move '1' to taxrate-eof.
           perform loadratertn until taxrate-at-eof.
           close taxrate.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read prodmas at end move '1' to prodmas-eof.
           perform loadprodrtn until prodmas-at-eof.
           close prodmas.
      * no POMAS (no purchase orders raised yet) is an empty PO
      * table - every PO line will reject, expense lines still pass
           open input pomas.
           if pomas-stat = '00'
              read pomas at end move '1' to pomas-eof
              end-read
              perform loadportn until pomas-at-eof
              close pomas
           end-if.
      * no INVRCPT is nothing received - stock lines go on hold
           open input invrcpt.
           if invrcpt-stat = '00'
              read invrcpt at end move '1' to invrcpt-eof
              end-read
              perform loadrcptrtn until invrcpt-at-eof
              close invrcpt
           end-if.
      * no WOMAS is no work orders - a line naming one will reject
           open input womas.
           if womas-stat = '00'
              read womas at end move '1' to womas-eof
              end-read
              perform loadwortn until womas-at-eof
              close womas
           end-if.
      * no APOPEN yet (the first voucher run) is an empty open file,
      * and the extend below creates it
           open input apopen.
           if apopen-stat = '00'
              read apopen at end move '1' to apopen-eof
              end-read
              perform loadokrtn until apopen-at-eof
              close apopen
           end-if.
           open input aptran.
           if aptran-stat not = '00'
              move aptran-stat to mf-filestat
              move "APTRAN"     to mf-filenamei
              move "APTRAN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open extend apopen.
           if apopen-stat = '35'
              open output apopen
           end-if.
           open extend wocost.
           if wocost-stat = '35'
              open output wocost
           end-if.
           open output apedit.
           move spaces to rptline.
           string "AP INVOICE VOUCHER EDIT - RUN DATE "
                  rundate-ymd6e
                  "  PRICE/PO TOLERANCE PCT: " tol-pct
                  "  QTY TOLERANCE PCT: " qtol-pct
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read aptran at end move '1' to aptran-eof.
           perform invrtn until aptran-at-eof.
           perform glfeedrtn.
           perform ttlrtn.
           close aptran apopen wocost apedit.
           move "CAP235" to jobsum-pgm.
           compute jobsum-count = accept-count + hold-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           if am-kind = "APCTL"
              move am-acct to map-apctl
           else
              if am-kind = "GSTITC"
                 move am-acct to map-gstitc
              else
                 if am-kind = "WOWIP"
                    move am-acct to map-wowip
                 end-if
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
      * a vendor counts as gst registered when VENDMAS carries its
      * registration number
       loadvendrtn.
           if vend-count >= 2000
              display "CAP235 - VEND-TABLE FULL, VM-VENDOR: "
                  vm-vendor " NOT LOADED" upon console
           else
              add 1 to vend-count
              move vm-vendor to vt-vendor (vend-count)
              move vm-status to vt-status (vend-count)
              if vm-gst-reg = spaces
                 move 'N' to vt-gst-sw (vend-count)
              else
                 move 'Y' to vt-gst-sw (vend-count)
              end-if
              move vm-disc-pct to vt-disc-pct (vend-count)
              move vm-disc-days to vt-disc-days (vend-count)
              move vm-net-days to vt-net-days (vend-count)
           end-if.
           read vendmas at end move '1' to vendmas-eof.
       loadportn.
           if po-count >= 2000
              display "CAP235 - PO-TABLE FULL, PO-NUMBER: " po-number
                  " NOT LOADED" upon console
           else
              add 1 to po-count
              move po-number to pt-po (po-count)
              move po-acct to pt-acct (po-count)
              move po-company to pt-company (po-count)
              move po-status to pt-status (po-count)
              move po-vendor to pt-vendor (po-count)
              compute pt-open (po-count) = po-amount - po-relieved
              move 0 to pt-billed (po-count)
              move 0 to pt-pending (po-count)
           end-if.
           read pomas at end move '1' to pomas-eof.
      * a blank pm-cost (rows written before the field existed) is
      * zero, and a zero cost skips the price tolerance check
       loadprodrtn.
           if prod-count >= 500
              display "CAP235 - PROD-TABLE FULL, PM-PROD: " pm-prod
                  " NOT LOADED" upon console
           else
              add 1 to prod-count
              move pm-prod to pd-prod (prod-count)
              if pm-cost numeric
                 move pm-cost to pd-cost (prod-count)
              else
                 move 0 to pd-cost (prod-count)
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       loadratertn.
           if rate-count >= 20
              display "CAP235 - RATE-TABLE FULL, TC-CODE: " tc-code
                  " NOT LOADED" upon console
           else
              add 1 to rate-count
              move tc-code to rt-code (rate-count)
              move tc-gst-rate to rt-gst-rate (rate-count)
              move tc-pst-rate to rt-pst-rate (rate-count)
           end-if.
           read taxrate at end move '1' to taxrate-eof.
      * receipts are summed per PO/product; a receipt with no PO in
      * its reference or a quantity NUMEDIT won't pass is skipped -
      * car231 has already reported it
       loadrcptrtn.
           move 7 to edit-lth.
           call "numedit" using rc-qty edit-lth edit-valid-sw.
           if edit-valid and rc-ref (1:6) not = spaces
              move rc-qty to rcpt-qty
              move rc-ref (1:6) to gd-ref-srch
              perform findrcpt2rtn
              if rq-found
                 add rcpt-qty to rq-qty (rq-idx)
              else
                 if rq-count >= 2000
                    display "CAP235 - RCPT-TABLE FULL, RC-PROD: "
                        rc-prod " NOT LOADED" upon console
                 else
                    add 1 to rq-count
                    move rc-ref (1:6) to rq-po (rq-count)
                    move rc-prod to rq-prod (rq-count)
                    move rcpt-qty to rq-qty (rq-count)
                    move 0 to rq-billed (rq-count)
                 end-if
              end-if
           end-if.
           read invrcpt at end move '1' to invrcpt-eof.
       findrcpt2rtn.
           move 1 to rq-idx.
           move 'N' to rq-found-sw.
           perform findrcpt21rtn
               until rq-found or rq-idx > rq-count.
       findrcpt21rtn.
           if rq-po (rq-idx) = gd-ref-srch
                 and rq-prod (rq-idx) = rc-prod
              move 'Y' to rq-found-sw
           else
              add 1 to rq-idx
           end-if.
       loadokrtn.
           if ok-count >= 5000
              display "CAP235 - OPENKEY-TABLE FULL, AP-INV: " ap-inv
                  " NOT LOADED" upon console
           else
              add 1 to ok-count
              move ap-vendor to ok-vendor (ok-count)
              move ap-inv to ok-inv (ok-count)
           end-if.
           read apopen at end move '1' to apopen-eof.
       loadwortn.
           if wo-count >= 2000
              display "CAP235 - WO-TABLE FULL, WO-WORKORD: " wo-workord
                  " NOT LOADED" upon console
           else
              add 1 to wo-count
              move wo-workord to wt-workord (wo-count)
              move wo-status to wt-status (wo-count)
              move wo-company to wt-company (wo-count)
           end-if.
           read womas at end move '1' to womas-eof.
      * one supplier invoice - its lines are edited and buffered
      * until the vendor/invoice changes, then the invoice as a
      * whole is vouchered, held or rejected
       invrtn.
           move at-vendor to inv-vendor.
           move at-inv to inv-inv.
           move at-date to inv-date.
           move spaces to inv-po.
           move spaces to inv-company.
           move 'Y' to inv-ok-sw.
           move spaces to inv-reason.
           move spaces to inv-hold.
           move 0 to ln-count.
           perform linertn
               until aptran-at-eof
                  or at-vendor not = inv-vendor
                  or at-inv not = inv-inv.
           if inv-ok
              perform invchkrtn
           end-if.
           if inv-ok
              perform acceptrtn
           else
              perform invrejrtn
           end-if.
      * edit one keyed line - the first failed check decides the
      * line's reject reason, and any rejected line sinks the invoice
       linertn.
           if ln-count >= 50
              move 'N' to inv-ok-sw
              move "MORE THAN 50 LINES ON ONE INVOICE"
                  to inv-reason
           else
              add 1 to ln-count
              move aptrec to ln-rec (ln-count)
              move spaces to ln-reason (ln-count)
              move 0 to ln-po-idx (ln-count)
              move 0 to ln-rq-idx (ln-count)
              move 'Y' to tran-ok-sw
              move spaces to reject-reason
              move spaces to this-acct
              move gen-company to this-company
              move 0 to tran-qty
              move 0 to tran-price
              move 0 to tran-gst
              move 0 to tran-pst
              perform numchkrtn
              if tran-ok
                 perform vendchkrtn
              end-if
              if tran-ok
                 perform pochkrtn
              end-if
              if tran-ok and at-workord not = spaces
                 perform wochkrtn
              end-if
              if tran-ok
                 if at-stock
                    perform stockchkrtn
                 else
                    if at-expense
                       perform expchkrtn
                    else
                       move "LINE TYPE NOT S OR E" to reject-reason
                       move 'N' to tran-ok-sw
                    end-if
                 end-if
              end-if
              if tran-ok
                 perform taxcalcrtn
              end-if
              if tran-ok
                 perform storelinertn
              else
                 move reject-reason to ln-reason (ln-count)
                 move 'N' to inv-ok-sw
              end-if
           end-if.
           read aptran at end move '1' to aptran-eof.
      * every keyed numeric field must pass NUMEDIT before it's moved
      * anywhere numeric; qty and price only matter on a stock line
       numchkrtn.
           move 6 to edit-lth.
           call "numedit" using at-vendor edit-lth edit-valid-sw.
           if not edit-valid
              move "VENDOR NOT NUMERIC" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok
              call "numedit" using at-date edit-lth edit-valid-sw
              if not edit-valid
                 move "DATE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              move 11 to edit-lth
              call "numedit" using at-amount edit-lth edit-valid-sw
              if not edit-valid
                 move "AMOUNT NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok and at-stock
              move 7 to edit-lth
              call "numedit" using at-qty edit-lth edit-valid-sw
              if not edit-valid
                 move "QTY NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok and at-stock
              move 9 to edit-lth
              call "numedit" using at-price edit-lth edit-valid-sw
              if not edit-valid
                 move "PRICE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              move at-vendor to tran-vendor
              move at-amount-n to tran-amount
              if at-stock
                 move at-qty to tran-qty
                 move at-price-n to tran-price
              end-if
           end-if.
      * the vendor must be on VENDMAS and still active
       vendchkrtn.
           perform findvendrtn.
           if not vend-found
              move "VENDOR NOT ON VENDMAS" to reject-reason
              move 'N' to tran-ok-sw
           else
              if vt-status (vend-idx) not = 'A'
                 move "VENDOR NOT ACTIVE" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
       findvendrtn.
           move 1 to vend-idx.
           move 'N' to vend-found-sw.
           perform findvend1rtn
               until vend-found or vend-idx > vend-count.
       findvend1rtn.
           if vt-vendor (vend-idx) = tran-vendor
              move 'Y' to vend-found-sw
           else
              add 1 to vend-idx
           end-if.
      * a keyed PO must be open and issued to this vendor; the line
      * then posts to the PO's account and company
       pochkrtn.
           if at-po not = spaces
              perform findportn
              if not po-found
                 move "PO NOT ON POMAS" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if pt-status (po-idx) not = 'O'
                    move "PO NOT OPEN" to reject-reason
                    move 'N' to tran-ok-sw
                 else
                    if pt-vendor (po-idx) not = spaces
                          and pt-vendor (po-idx) not = at-vendor
                       move "PO ISSUED TO ANOTHER VENDOR"
                           to reject-reason
                       move 'N' to tran-ok-sw
                    else
                       move po-idx to ln-po-idx (ln-count)
                       move pt-acct (po-idx) to this-acct
                       move pt-company (po-idx) to this-company
                    end-if
                 end-if
              end-if
           end-if.
       findportn.
           move 1 to po-idx.
           move 'N' to po-found-sw.
           perform findpo1rtn
               until po-found or po-idx > po-count.
       findpo1rtn.
           if pt-po (po-idx) = at-po
              move 'Y' to po-found-sw
           else
              add 1 to po-idx
           end-if.
      * a work order line - expense only and never against a PO (the
      * PO account is what cgl145 relieves); the work order must be
      * open, and the line posts to work-in-progress in the work
      * order's company
       wochkrtn.
           if not at-expense
              move "STOCK LINE CANNOT CARRY A WORK ORDER"
                  to reject-reason
              move 'N' to tran-ok-sw
           else
              if at-po not = spaces
                 move "PO LINE CANNOT CARRY A WORK ORDER"
                     to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              perform findwortn
              if not wo-found
                 move "WORK ORDER NOT ON WOMAS" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if wt-status (wo-idx) not = 'O'
                    move "WORK ORDER NOT OPEN" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
           if tran-ok
              if map-wowip = spaces
                 move "ACCTMAP HAS NO WOWIP ACCOUNT" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if at-acct not = spaces and at-acct not = map-wowip
                    move "ACCOUNT NOT = WORK ORDER WIP"
                        to reject-reason
                    move 'N' to tran-ok-sw
                 else
                    move map-wowip to this-acct
                    move wt-company (wo-idx) to this-company
                 end-if
              end-if
           end-if.
       findwortn.
           move 1 to wo-idx.
           move 'N' to wo-found-sw.
           perform findwo1rtn
               until wo-found or wo-idx > wo-count.
       findwo1rtn.
           if wt-workord (wo-idx) = at-workord
              move 'Y' to wo-found-sw
           else
              add 1 to wo-idx
           end-if.
      * a stock line - PO and product are required, qty times price
      * must equal the amount, then price against cost and quantity
      * against receipts decide whether the invoice is held
       stockchkrtn.
           if at-po = spaces
              move "STOCK LINE WITH NO PO" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok
              perform findprodrtn
              if not prod-found
                 move "PRODUCT NOT ON PRODMAS" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              compute cross-amount rounded = tran-qty * tran-price
              if cross-amount not = tran-amount
                 move "QTY X PRICE NOT = AMOUNT" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok and pd-cost (prod-idx) > 0
              compute limit-amt rounded =
                  pd-cost (prod-idx) * (100 + tol-pct) / 100
              if tran-price > limit-amt and inv-hold = spaces
                 move "PR" to inv-hold
              end-if
           end-if.
           if tran-ok
              move at-po to gd-ref-srch
              perform findrcptrtn
              if rq-found
                 move rq-idx to ln-rq-idx (ln-count)
                 compute rcvd-qty =
                     rq-qty (rq-idx) - rq-billed (rq-idx)
              else
                 move 0 to rcvd-qty
              end-if
              compute limit-qty = rcvd-qty * (100 + qtol-pct) / 100
              if tran-qty > limit-qty and inv-hold = spaces
                 move "QT" to inv-hold
              end-if
           end-if.
       findprodrtn.
           move 1 to prod-idx.
           move 'N' to prod-found-sw.
           perform findprod1rtn
               until prod-found or prod-idx > prod-count.
       findprod1rtn.
           if pd-prod (prod-idx) = at-prod
              move 'Y' to prod-found-sw
           else
              add 1 to prod-idx
           end-if.
       findrcptrtn.
           move 1 to rq-idx.
           move 'N' to rq-found-sw.
           perform findrcpt1rtn
               until rq-found or rq-idx > rq-count.
       findrcpt1rtn.
           if rq-po (rq-idx) = gd-ref-srch
                 and rq-prod (rq-idx) = at-prod
              move 'Y' to rq-found-sw
           else
              add 1 to rq-idx
           end-if.
      * an expense line against a PO posts to the PO account (a
      * different keyed account is an error, cgl145 would never
      * relieve it); without a PO the keyed account is required,
      * unless a work order has already set the WIP account
       expchkrtn.
           if at-acct not = spaces
              move 8 to edit-lth
              call "numedit" using at-acct edit-lth edit-valid-sw
              if not edit-valid
                 move "ACCOUNT NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok and at-workord = spaces
              if at-po = spaces
                 if at-acct = spaces
                    move "NO ACCOUNT AND NO PO" to reject-reason
                    move 'N' to tran-ok-sw
                 else
                    move at-acct to this-acct
                 end-if
              else
                 if at-acct not = spaces and at-acct not = this-acct
                    move "ACCOUNT NOT = PO ACCOUNT" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
      * gst/pst for one line - a blank tax code calculates zero, an
      * unknown keyed tax code rejects
       taxcalcrtn.
           if at-taxcode not = spaces
              perform findratertn
              if rate-found
                 compute tran-gst rounded =
                     tran-amount * this-gst-rate
                 compute tran-pst rounded =
                     tran-amount * this-pst-rate
              else
                 move "TAX CODE NOT ON TAXRATE" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
       findratertn.
           move 1 to srch-idx.
           move 'N' to rate-found-sw.
           perform findrate1rtn
               until rate-found or srch-idx > rate-count.
       findrate1rtn.
           if rt-code (srch-idx) = at-taxcode
              move 'Y' to rate-found-sw
              move rt-gst-rate (srch-idx) to this-gst-rate
              move rt-pst-rate (srch-idx) to this-pst-rate
           else
              add 1 to srch-idx
           end-if.
      * a clean line is kept for the invoice; the first PO and
      * company on the invoice are the ones APOPEN carries
       storelinertn.
           move tran-qty to ln-qty (ln-count).
           move tran-amount to ln-amount (ln-count).
           move tran-gst to ln-gst (ln-count).
           move tran-pst to ln-pst (ln-count).
           move this-acct to ln-acct (ln-count).
           move this-company to ln-company (ln-count).
           if ln-po-idx (ln-count) > 0
              add tran-amount to pt-pending (po-idx)
              if inv-po = spaces
                 move at-po to inv-po
              end-if
           end-if.
           if inv-company = spaces
              move this-company to inv-company
           end-if.
      * invoice level checks once every line has passed - not
      * already vouchered, and the PO lines inside their commitment
       invchkrtn.
           perform findokrtn.
           if ok-found
              move "INVOICE ALREADY VOUCHERED" to inv-reason
              move 'N' to inv-ok-sw
           end-if.
           if inv-ok
              move 0 to inv-total
              perform invtotrtn varying ln-idx from 1 by 1
                  until ln-idx > ln-count
              if inv-total not > 0
                 move "INVOICE TOTAL NOT ABOVE ZERO" to inv-reason
                 move 'N' to inv-ok-sw
              end-if
           end-if.
           if inv-ok and inv-hold = spaces
              perform pocmtrtn varying ln-idx from 1 by 1
                  until ln-idx > ln-count
           end-if.
       findokrtn.
           move 1 to ok-idx.
           move 'N' to ok-found-sw.
           perform findok1rtn
               until ok-found or ok-idx > ok-count.
       findok1rtn.
           if ok-vendor (ok-idx) = tran-vendor
                 and ok-inv (ok-idx) = inv-inv
              move 'Y' to ok-found-sw
           else
              add 1 to ok-idx
           end-if.
       invtotrtn.
           compute inv-total = inv-total + ln-amount (ln-idx)
               + ln-gst (ln-idx) + ln-pst (ln-idx).
       pocmtrtn.
           if ln-po-idx (ln-idx) > 0
              move ln-po-idx (ln-idx) to po-idx
              compute limit-amt rounded =
                  pt-open (po-idx) * (100 + tol-pct) / 100
              if pt-billed (po-idx) + pt-pending (po-idx) > limit-amt
                    and inv-hold = spaces
                 move "PO" to inv-hold
              end-if
           end-if.
      * an accepted invoice goes to APOPEN open or held, and its
      * lines feed the GL batch and the PO/receipt running totals
       acceptrtn.
           move tran-vendor to ap-vendor.
           move inv-inv to ap-inv.
           move inv-date to ap-date.
           move 0 to inv-itc.
           perform acclinertn varying ln-idx from 1 by 1
               until ln-idx > ln-count.
           move inv-total to ap-amount.
           move inv-itc to ap-gst.
           move vt-disc-pct (vend-idx) to ap-disc-pct.
           move vt-disc-days (vend-idx) to ap-disc-days.
           move vt-net-days (vend-idx) to ap-net-days.
           move inv-hold to ap-hold.
           if inv-hold = spaces
              move 'O' to ap-status
           else
              move 'H' to ap-status
           end-if.
           move inv-po to ap-po.
           move inv-company to ap-company.
           move rundate-ymd6 to ap-entry-date.
           write apopenrec.
           if ok-count < 5000
              add 1 to ok-count
              move ap-vendor to ok-vendor (ok-count)
              move ap-inv to ok-inv (ok-count)
           end-if.
           move inv-total to tot-ed.
           move spaces to rptline.
           if inv-hold = spaces
              string "VOUCHERED      VENDOR: " inv-vendor
                     "  INV: " inv-inv "  DATE: " inv-date
                     "  PO: " inv-po "  LINES: " ln-count
                     "  TOTAL: " tot-ed
                  delimited by size into rptline
              end-string
              add 1 to accept-count
              add inv-total to accept-total
           else
              string "HELD - " inv-hold "      VENDOR: " inv-vendor
                     "  INV: " inv-inv "  DATE: " inv-date
                     "  PO: " inv-po "  LINES: " ln-count
                     "  TOTAL: " tot-ed
                  delimited by size into rptline
              end-string
              add 1 to hold-count
              add inv-total to hold-total
           end-if.
           write rptline before advancing 1 line.
      * one accepted line - the debit is the line amount plus the pst
      * and, for a vendor with no gst registration, the gst as well;
      * the AP control takes the line's full amount
       acclinertn.
           move ln-gst (ln-idx) to line-itc.
           if vt-gst-sw (vend-idx) not = 'Y'
              move 0 to line-itc
           end-if.
           compute line-total = ln-amount (ln-idx) + ln-gst (ln-idx)
               + ln-pst (ln-idx).
           compute line-debit = line-total - line-itc.
           add line-itc to inv-itc.
           if ln-po-idx (ln-idx) > 0
              move ln-po-idx (ln-idx) to po-idx
              add ln-amount (ln-idx) to pt-billed (po-idx)
              move 0 to pt-pending (po-idx)
              move pt-po (po-idx) to gd-ref-srch
           else
              move spaces to gd-ref-srch
           end-if.
           if ln-rq-idx (ln-idx) > 0
              move ln-rq-idx (ln-idx) to rq-idx
              add ln-qty (ln-idx) to rq-billed (rq-idx)
           end-if.
           perform finddrrtn.
           if gd-found
              add line-debit to gd-amount (gd-idx)
           else
              if gd-count >= 1000
                 display "CAP235 - GLDR-TABLE FULL, ACCT: "
                     ln-acct (ln-idx) " NOT POSTED" upon console
              else
                 add 1 to gd-count
                 move ln-acct (ln-idx) to gd-acct (gd-count)
                 move ln-company (ln-idx) to gd-company (gd-count)
                 move gd-ref-srch to gd-ref (gd-count)
                 move line-debit to gd-amount (gd-count)
              end-if
           end-if.
           perform findcrrtn.
           if gc-found
              add line-itc to gc-itc (gc-idx)
              add line-total to gc-ap (gc-idx)
           else
              if gc-count >= 50
                 display "CAP235 - GLCR-TABLE FULL, COMPANY: "
                     ln-company (ln-idx) " NOT POSTED" upon console
              else
                 add 1 to gc-count
                 move ln-company (ln-idx) to gc-company (gc-count)
                 move line-itc to gc-itc (gc-count)
                 move line-total to gc-ap (gc-count)
              end-if
           end-if.
           move ln-rec (ln-idx) to line-view.
           if lv-workord not = spaces
              perform wocostrtn
           end-if.
      * the supplier charge to the work order - what the line debits
      * to work-in-progress
       wocostrtn.
           move spaces to wcrec.
           move lv-workord to wc-workord.
           move 'S' to wc-type.
           move rundate-ymd6 to wc-date.
           move "CAP235" to wc-source.
           string inv-vendor inv-inv delimited by size into wc-ref
           end-string.
           move 0 to wc-qty.
           move line-debit to wc-amount.
           move "SUPPLIER CHARGE" to wc-dscrptn.
           write wcrec.
           add 1 to wocost-count.
       finddrrtn.
           move 1 to gd-idx.
           move 'N' to gd-found-sw.
           perform finddr1rtn
               until gd-found or gd-idx > gd-count.
       finddr1rtn.
           if gd-acct (gd-idx) = ln-acct (ln-idx)
                 and gd-company (gd-idx) = ln-company (ln-idx)
                 and gd-ref (gd-idx) = gd-ref-srch
              move 'Y' to gd-found-sw
           else
              add 1 to gd-idx
           end-if.
       findcrrtn.
           move 1 to gc-idx.
           move 'N' to gc-found-sw.
           perform findcr1rtn
               until gc-found or gc-idx > gc-count.
       findcr1rtn.
           if gc-company (gc-idx) = ln-company (ln-idx)
              move 'Y' to gc-found-sw
           else
              add 1 to gc-idx
           end-if.
      * a rejected invoice lists with every line that failed, and
      * its pending PO amounts are backed out
       invrejrtn.
           move spaces to rptline.
           string "REJECTED       VENDOR: " inv-vendor
                  "  INV: " inv-inv "  DATE: " inv-date
                  "  " inv-reason
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform rejlinertn varying ln-idx from 1 by 1
               until ln-idx > ln-count.
           add 1 to reject-count.
       rejlinertn.
           if ln-po-idx (ln-idx) > 0
              move ln-po-idx (ln-idx) to po-idx
              move 0 to pt-pending (po-idx)
           end-if.
           if ln-reason (ln-idx) not = spaces
              move ln-rec (ln-idx) to line-view
              move spaces to rptline
              string "     LINE " ln-idx " - " ln-reason (ln-idx)
                     "  PO: " lv-po " TYPE: " lv-type
                     " PROD: " lv-prod " ACCT: " lv-acct
                     " AMT: " lv-amount
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * one balanced GLTRANS batch for the run with the BATCHHDR row
      * cgl105 proves against and the INTFCTL GEN stamp
       glfeedrtn.
           if gd-count = 0
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
              move "AP INVOICE VOUCHERS" to glt-dscrptn
              move spaces to glt-batch
              string "V" rundate-ymd6 (2:5) delimited by size
                  into glt-batch
              end-string
              move rundate-ymd6 to glt-date
              perform gldrrtn varying gd-idx from 1 by 1
                  until gd-idx > gd-count
              perform glcrrtn varying gc-idx from 1 by 1
                  until gc-idx > gc-count
              move spaces to bh-rec
              move glt-batch to bh-batch
              compute bh-total = gl-total * 2
              move ' ' to bh-reverse
              write bh-rec
              move "GEN" to intf-event
              move "CAP235" to intf-source
              move gl-total to intf-debits
              move gl-total to intf-credits
              call "intfctl" using intf-event glt-batch
                  intf-source glt-date intf-debits intf-credits
              close gltrans batchhdr
           end-if.
       gldrrtn.
           move gd-acct (gd-idx) to glt-acct.
           move gd-company (gd-idx) to glt-company.
           if gd-ref (gd-idx) = spaces
              move "APVCHR" to glt-ref
           else
              move gd-ref (gd-idx) to glt-ref
           end-if.
           move gd-amount (gd-idx) to glt-amount.
           move 'DR' to glt-js.
           write gltrec.
           add gd-amount (gd-idx) to gl-total.
       glcrrtn.
           move gc-company (gc-idx) to glt-company.
           move "APVCHR" to glt-ref.
           if gc-itc (gc-idx) not = 0
              move map-gstitc to glt-acct
              move gc-itc (gc-idx) to glt-amount
              move 'DR' to glt-js
              write gltrec
              add gc-itc (gc-idx) to gl-total
           end-if.
           move map-apctl to glt-acct.
           move gc-ap (gc-idx) to glt-amount.
           move 'CR' to glt-js.
           write gltrec.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move accept-total to tot-ed.
           move spaces to rptline.
           string "VOUCHERED: " accept-count "  AMOUNT: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move hold-total to tot-ed.
           move spaces to rptline.
           string "HELD:      " hold-count "  AMOUNT: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "REJECTED:  " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "WORK ORDER CHARGES TO WOCOST: " wocost-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
