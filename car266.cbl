       identification division.
      * car266 - test/demo mainframe conversion to micro focus cobol
      *        - inventory issues from stock - material taken off the
      *          shelf for a work order, or for general use, relieves
      *          pm-onhand on the new PRODMAS2 generation the way
      *          car244 does for a count
      *        - matches sorted INVISSUE against PRODMAS by product;
      *          the quantity must pass NUMEDIT, be above zero and not
      *          take the product below zero on hand
      *        - an issue naming a work order (is-workord) must find
      *          it open on WOMAS; it is charged to the work order at
      *          pm-cost as a material row on the WOCOST ledger and
      *          debits the ACCTMAP WOWIP account in the work order's
      *          company - an issue with no work order debits the
      *          ISSUEEXP account in the CAR266-COMPANY company
      *          (default 01); both credit INVENTRY
      *        - every issue is appended to the INVHIST movement
      *          history as an 'IS' row, referenced by the issue slip
      *        - one balanced GLTRANS batch with its BATCHHDR row and
      *          INTFCTL GEN stamp; the ISSREG register lists every
      *          issue and every rejected row
       program-id. car266.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select invissue assign external INVISSUE
                  organization record sequential access mode sequential
                  file status invissue-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select womas assign external WOMAS
                  organization record sequential access mode sequential
                  file status womas-stat.
           select prodmas2 assign external PRODMAS2
                  organization line sequential.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select invhist assign external INVHIST
                  organization record sequential access mode sequential
                  file status invhist-stat.
           select wocost assign external WOCOST
                  organization record sequential access mode sequential
                  file status wocost-stat.
           select issreg assign external ISSREG
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
      * one issue slip line, sorted ascending by is-prod; text as
      * keyed, nothing numeric until NUMEDIT has passed it
       fd  invissue record contains 40 characters.
           01 isrec.
              05 is-prod         pic x(6).
              05 is-qty          pic x(7).
              05 is-date         pic x(6).
              05 is-ref          pic x(10).
              05 is-workord      pic x(6).
              05 filler          pic x(5).
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  womas record contains 80 characters.
           01 worec. copy "womas.cpy".
       fd  prodmas2 record contains 80 characters.
           01 prodrec2.
              05 pm2-prod        pic x(6).
              05 pm2-dscrptn     pic x(30).
              05 pm2-price       pic 9(5)v99.
              05 pm2-status      pic x(1).
              05 pm2-onhand      pic s9(7)  sign leading separate.
              05 pm2-cost        pic 9(5)v99.
              05 filler          pic x(19).
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
       fd  invhist record contains 48 characters.
           01 ihrec. copy "invhist.cpy".
       fd  wocost record contains 80 characters.
           01 wcrec. copy "wocost.cpy".
       fd  issreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value 'Y'.
           05 invissue-eof       pic x value ' '.
               88 invissue-at-eof         value 'Y'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 womas-eof          pic x value ' '.
               88 womas-at-eof            value '1'.
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(36) value spaces.
           05 issue-count        pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 wocost-count       pic 9(5) value zeros.
           05 nocost-count       pic 9(5) value zeros.
           05 issue-qty          pic s9(7) value zeros.
           05 issue-value        pic s9(9)v99 comp-3 value 0.
           05 total-value        pic s9(11)v99 comp-3 value 0.
           05 this-acct          pic x(8) value spaces.
           05 this-company       pic x(2) value spaces.
           05 value-ed           pic zzzz,zzz.99-.
           05 total-ed           pic zzz,zzz,zz9.99-.
       01  company-flds.
           05 gen-company        pic x(2) value '01'.
       01  map-flds.
           05 map-inventry       pic x(8) value spaces.
           05 map-wowip          pic x(8) value spaces.
           05 map-issueexp       pic x(8) value spaces.
      * open work orders and the company their WIP belongs to
       01  wo-flds.
           05 wo-count           pic 9(4) value zeros.
           05 wo-idx             pic 9(4) value zeros.
           05 wo-found-sw        pic x value 'N'.
               88 wo-found                value 'Y'.
       01  wo-table.
           05 wo-entry occurs 2000 times.
              10 wt-workord      pic x(6).
              10 wt-status       pic x(1).
              10 wt-company      pic x(2).
      * the GL batch accumulates here - one row per account/company/
      * side, so each company's side of the batch balances
       01  gl-flds.
           05 gl-count           pic 9(3) value zeros.
           05 gl-idx             pic 9(3) value zeros.
           05 gl-found-sw        pic x value 'N'.
               88 gl-found                value 'Y'.
           05 srch-acct          pic x(8) value spaces.
           05 srch-company       pic x(2) value spaces.
           05 srch-js            pic x(2) value spaces.
           05 gl-total           pic s9(11)v99 comp-3 value 0.
       01  gl-table.
           05 gl-entry occurs 200 times.
              10 gt-acct         pic x(8).
              10 gt-company      pic x(2).
              10 gt-js           pic x(2).
              10 gt-amount       pic s9(9)v99 comp-3.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 7.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 invissue-stat      pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 womas-stat         pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
           05 invhist-stat       pic xx value spaces.
           05 wocost-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept gen-company from environment "CAR266-COMPANY"
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
           if map-inventry = spaces
              display "CAR266 - ACCTMAP MUST NAME THE INVENTRY "
                  "ACCOUNT, NOTHING ISSUED" upon console
              stop run returning 16
           end-if.
      * no WOMAS is no work orders - an issue naming one will reject
           open input womas.
           if womas-stat = '00'
              read womas at end move '1' to womas-eof
              end-read
              perform loadwortn until womas-at-eof
              close womas
           end-if.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input invissue.
           if invissue-stat not = '00'
              move invissue-stat to mf-filestat
              move "INVISSUE"   to mf-filenamei
              move "INVISSUE"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output prodmas2 issreg.
           open extend invhist.
           if invhist-stat = '35'
              open output invhist
           end-if.
           open extend wocost.
           if wocost-stat = '35'
              open output wocost
           end-if.
           move spaces to regline.
           string "INVENTORY ISSUE REGISTER - RUN DATE "
                  rundate-ymd6e
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           read prodmas at end move 'Y' to prodmas-eof.
           read invissue at end move 'Y' to invissue-eof.
           perform matchrtn until prodmas-at-eof and invissue-at-eof.
           perform glfeedrtn.
           perform ttlrtn.
           close prodmas invissue prodmas2 issreg invhist wocost.
           move "CAR266" to jobsum-pgm.
           move issue-count to jobsum-count.
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
           if am-kind = "INVENTRY"
              move am-acct to map-inventry
           else
              if am-kind = "WOWIP"
                 move am-acct to map-wowip
              else
                 if am-kind = "ISSUEEXP"
                    move am-acct to map-issueexp
                 end-if
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       loadwortn.
           if wo-count >= 2000
              display "CAR266 - WO-TABLE FULL, WO-WORKORD: " wo-workord
                  " NOT LOADED" upon console
           else
              add 1 to wo-count
              move wo-workord to wt-workord (wo-count)
              move wo-status to wt-status (wo-count)
              move wo-company to wt-company (wo-count)
           end-if.
           read womas at end move '1' to womas-eof.
       matchrtn.
           if prodmas-at-eof
              perform issonlyrtn
           else
              if invissue-at-eof
                 perform copymastrtn
              else
                 if is-prod < pm-prod
                    perform issonlyrtn
                 else
                    if is-prod > pm-prod
                       perform copymastrtn
                    else
                       perform issprodrtn
                    end-if
                 end-if
              end-if
           end-if.
       issonlyrtn.
           move "PRODUCT NOT ON PRODMAS" to reject-reason.
           perform rejectrtn.
           read invissue at end move 'Y' to invissue-eof.
       copymastrtn.
           perform bldmastrtn.
           write prodrec2.
           read prodmas at end move 'Y' to prodmas-eof.
      * the new-generation row for this product - a blank on-hand
      * or cost under the numeric fields counts as zero
       bldmastrtn.
           move spaces to prodrec2.
           move pm-prod to pm2-prod.
           move pm-dscrptn to pm2-dscrptn.
           move pm-price to pm2-price.
           move pm-status to pm2-status.
           if pm-onhand numeric
              move pm-onhand to pm2-onhand
           else
              move zeros to pm2-onhand
           end-if.
           if pm-cost numeric
              move pm-cost to pm2-cost
           else
              move zeros to pm2-cost
           end-if.
      * every issue row for the product relieves the new generation's
      * on-hand in turn
       issprodrtn.
           perform bldmastrtn.
           perform issuertn
               until invissue-at-eof or is-prod not = pm-prod.
           write prodrec2.
           read prodmas at end move 'Y' to prodmas-eof.
       issuertn.
           move 'Y' to tran-ok-sw.
           move spaces to reject-reason.
           move 7 to edit-lth.
           call "numedit" using is-qty edit-lth edit-valid-sw.
           if not edit-valid
              move "QTY NOT NUMERIC" to reject-reason
              move 'N' to tran-ok-sw
           else
              move is-qty to issue-qty
              if issue-qty not > 0
                 move "QTY NOT ABOVE ZERO" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if issue-qty > pm2-onhand
                    move "ISSUE EXCEEDS ON HAND" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
           if tran-ok
              perform issacctrtn
           end-if.
           if tran-ok
              perform postissrtn
           else
              perform rejectrtn
           end-if.
           read invissue at end move 'Y' to invissue-eof.
      * the debit side - the work order's WIP, or general issues
       issacctrtn.
           if is-workord not = spaces
              perform findwortn
              if not wo-found
                 move "WORK ORDER NOT ON WOMAS" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if wt-status (wo-idx) not = 'O'
                    move "WORK ORDER NOT OPEN" to reject-reason
                    move 'N' to tran-ok-sw
                 else
                    if map-wowip = spaces
                       move "ACCTMAP HAS NO WOWIP ACCOUNT"
                           to reject-reason
                       move 'N' to tran-ok-sw
                    else
                       move map-wowip to this-acct
                       move wt-company (wo-idx) to this-company
                    end-if
                 end-if
              end-if
           else
              if map-issueexp = spaces
                 move "NO WORK ORDER AND NO ISSUEEXP ACCT"
                     to reject-reason
                 move 'N' to tran-ok-sw
              else
                 move map-issueexp to this-acct
                 move gen-company to this-company
              end-if
           end-if.
       findwortn.
           move 1 to wo-idx.
           move 'N' to wo-found-sw.
           perform findwo1rtn
               until wo-found or wo-idx > wo-count.
       findwo1rtn.
           if wt-workord (wo-idx) = is-workord
              move 'Y' to wo-found-sw
           else
              add 1 to wo-idx
           end-if.
      * a good issue - on-hand, movement history, work order ledger
      * and the batch
       postissrtn.
           subtract issue-qty from pm2-onhand.
           compute issue-value rounded = issue-qty * pm2-cost.
           add issue-value to total-value.
           add 1 to issue-count.
           if pm2-cost = 0
              add 1 to nocost-count
           end-if.
           move spaces to ihrec.
           move pm-prod to ih-prod.
           move rundate-ymd6 to ih-date.
           move "IS" to ih-type.
           compute ih-qty = 0 - issue-qty.
           move is-ref to ih-ref.
           move pm2-onhand to ih-balance.
           write ihrec.
           if is-workord not = spaces
              move spaces to wcrec
              move is-workord to wc-workord
              move 'M' to wc-type
              move rundate-ymd6 to wc-date
              move "CAR266" to wc-source
              string is-ref pm-prod delimited by size
                  into wc-ref
              end-string
              move issue-qty to wc-qty
              move issue-value to wc-amount
              move pm-dscrptn to wc-dscrptn
              write wcrec
              add 1 to wocost-count
           end-if.
           if issue-value not = 0
              move this-acct to srch-acct
              move this-company to srch-company
              move 'DR' to srch-js
              perform glacumrtn
              move map-inventry to srch-acct
              move 'CR' to srch-js
              perform glacumrtn
           end-if.
           move issue-value to value-ed.
           move spaces to regline.
           string "ISSUED    PROD: " pm-prod "  QTY: " issue-qty
                  "  WO: " is-workord "  SLIP: " is-ref
                  "  AT COST: " value-ed "  ON HAND: " pm2-onhand
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       glacumrtn.
           move 1 to gl-idx.
           move 'N' to gl-found-sw.
           perform glacum1rtn
               until gl-found or gl-idx > gl-count.
           if gl-found
              add issue-value to gt-amount (gl-idx)
           else
              if gl-count >= 200
                 display "CAR266 - GL-TABLE FULL, ACCT: " srch-acct
                     " NOT POSTED" upon console
              else
                 add 1 to gl-count
                 move srch-acct to gt-acct (gl-count)
                 move srch-company to gt-company (gl-count)
                 move srch-js to gt-js (gl-count)
                 move issue-value to gt-amount (gl-count)
              end-if
           end-if.
       glacum1rtn.
           if gt-acct (gl-idx) = srch-acct
                 and gt-company (gl-idx) = srch-company
                 and gt-js (gl-idx) = srch-js
              move 'Y' to gl-found-sw
           else
              add 1 to gl-idx
           end-if.
       rejectrtn.
           move spaces to regline.
           string "REJECTED - " reject-reason "  PROD: " is-prod
                  "  QTY: " is-qty "  WO: " is-workord
                  "  SLIP: " is-ref
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           add 1 to reject-count.
      * one balanced GLTRANS batch for the run's issues
       glfeedrtn.
           if gl-count = 0
              continue
           else
              open output gltrans
              open extend batchhdr
              if batchhdr-stat = '35'
                 open output batchhdr
              end-if
              move 0 to gl-total
              move spaces to gltrec
              move "IC" to glt-type
              move "INVENTORY ISSUED FROM STOCK" to glt-dscrptn
              move spaces to glt-batch
              string "M" rundate-ymd6 (2:5) delimited by size
                  into glt-batch
              end-string
              move "ISSUE" to glt-ref
              move rundate-ymd6 to glt-date
              move zeros to gl-idx
              perform glwritertn until gl-idx >= gl-count
              move spaces to bh-rec
              move glt-batch to bh-batch
              compute bh-total = gl-total * 2
              move ' ' to bh-reverse
              write bh-rec
              move "GEN" to intf-event
              move "CAR266" to intf-source
              move gl-total to intf-debits
              move gl-total to intf-credits
              call "intfctl" using intf-event glt-batch
                  intf-source glt-date intf-debits intf-credits
              close gltrans batchhdr
           end-if.
       glwritertn.
           add 1 to gl-idx.
           move gt-acct (gl-idx) to glt-acct.
           move gt-company (gl-idx) to glt-company.
           move gt-js (gl-idx) to glt-js.
           move gt-amount (gl-idx) to glt-amount.
           write gltrec.
           if gt-js (gl-idx) = 'DR'
              add gt-amount (gl-idx) to gl-total
           end-if.
       ttlrtn.
           move spaces to regline.
           write regline before advancing 1 line.
           move total-value to total-ed.
           move spaces to regline.
           string "ISSUES POSTED: " issue-count
                  "  AT COST: " total-ed
                  "  TO WORK ORDERS: " wocost-count
                  "  AT ZERO COST: " nocost-count
                  "  REJECTED: " reject-count
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       copy "unixproc1.cpy".
