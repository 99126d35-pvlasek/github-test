       identification division.
      * cgl167 - test/demo mainframe conversion to micro focus cobol
      *        - fixed asset master maintenance against FAMAS
      *          (famas.cpy) - until now the plant and equipment
      *          accounts were carried on a spreadsheet beside the
      *          ledger and depreciation was a hand journal
      *        - matches sorted FATRAN add/transfer/dispose
      *          transactions against sorted FAMAS by fa-asset and
      *          writes the updated asset master to FAMAS2, the same
      *          way cap110 maintains VENDMAS
      *        - an add sets up the asset with its class, company,
      *          department, acquisition date and cost, method, life,
      *          salvage and GL accounts; an asset taken on part way
      *          through its life carries its depreciation to date -
      *          the cost itself is already on the asset account
      *          through the payables voucher, so an add books nothing
      *        - a transfer moves the asset to another department
      *          and/or other GL accounts within its company; where
      *          the cost or accumulated depreciation account changes,
      *          the balance is reclassed to the new account
      *        - a dispose marks the asset 'D' and works out the gain
      *          or loss as proceeds less net book value; cost and
      *          accumulated depreciation come off their accounts,
      *          the proceeds go to the ACCTMAP FAPROC account and the
      *          difference to FAGAINLS
      *        - the transfer and disposal entries go out as one
      *          balanced GLTRANS batch with its BATCHHDR row and
      *          INTFCTL GEN stamp, the cgl166 way
      *        - every changed record goes through the shared auditlog
      *          before/after trail and the new generation is stamped
      *          through genstamp after the mounted FAMAS is checked
      *          against its own stamp
      *        - the FARPT register lists every add/transfer/disposal
      *          and reject, and the GL lines booked
       program-id. cgl167.
       environment division.
       input-output section.
       file-control.
           select famas assign external FAMAS
                  organization record sequential access mode sequential
                  file status famas-stat.
           select fatran assign external FATRAN
                  organization record sequential access mode sequential
                  file status fatran-stat.
           select famas2 assign external FAMAS2
                  organization record sequential access mode sequential.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select farpt assign external FARPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  famas record contains 200 characters.
           01 fa1. copy "famas.cpy".
      * add/transfer/dispose transaction, sorted ascending by
      * ft-asset; on a transfer, only non-blank fields replace what's
      * on the master
       fd  fatran record contains 160 characters.
           01 ftrec.
              05 ft-asset        pic 9(6).
              05 ft-action       pic x(1).
                 88 ft-add               value 'A'.
                 88 ft-transfer          value 'T'.
                 88 ft-dispose           value 'D'.
              05 ft-dscrptn      pic x(30).
              05 ft-class        pic x(4).
              05 ft-company      pic x(2).
              05 ft-dept         pic x(4).
              05 ft-acq-date     pic 9(8).
              05 ft-cost         pic 9(9)v99.
              05 ft-method       pic x(2).
              05 ft-life         pic 9(3).
              05 ft-db-rate      pic 9(3)v99.
              05 ft-salvage      pic 9(9)v99.
      * depreciation already taken on an asset taken on part way
      * through its life
              05 ft-accum        pic 9(9)v99.
              05 ft-asset-acct   pic x(8).
              05 ft-accum-acct   pic x(8).
              05 ft-expense-acct pic x(8).
              05 ft-disp-date    pic 9(8).
              05 ft-proceeds     pic 9(9)v99.
              05 filler          pic x(19).
       fd  famas2 record contains 200 characters.
           01 fa2.
              05 fa2-asset       pic 9(6).
              05 fa2-status      pic x(1).
              05 fa2-dscrptn     pic x(30).
              05 fa2-class       pic x(4).
              05 fa2-company     pic x(2).
              05 fa2-dept        pic x(4).
              05 fa2-acq-date    pic 9(8).
              05 fa2-cost        pic s9(9)v99 comp-3.
              05 fa2-method      pic x(2).
              05 fa2-life        pic 9(3).
              05 fa2-db-rate     pic 9(3)v99.
              05 fa2-salvage     pic s9(9)v99 comp-3.
              05 fa2-accum       pic s9(9)v99 comp-3.
              05 fa2-ytd-depr    pic s9(9)v99 comp-3.
              05 fa2-months-depr pic 9(3).
              05 fa2-last-depr   pic 9(6).
              05 fa2-asset-acct  pic x(8).
              05 fa2-accum-acct  pic x(8).
              05 fa2-expense-acct pic x(8).
              05 fa2-disp-date   pic 9(8).
              05 fa2-proceeds    pic s9(9)v99 comp-3.
              05 fa2-gain-loss   pic s9(9)v99 comp-3.
              05 filler          pic x(58).
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
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
       fd  farpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 famas-eof          pic x value ' '.
               88 famas-at-eof            value 'Y'.
           05 fatran-eof         pic x value ' '.
               88 fatran-at-eof           value 'Y'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 add-count          pic 9(5) value zeros.
           05 xfer-count         pic 9(5) value zeros.
           05 disp-count         pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 nbv                pic s9(9)v99 comp-3 value 0.
           05 gl-amount          pic s9(11)v99 comp-3 value 0.
           05 batch-debits       pic s9(11)v99 comp-3 value 0.
           05 gain-loss-total    pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzz,zzz,zz9.99-.
           05 amt2-ed            pic zzz,zzz,zz9.99-.
           05 amt3-ed            pic zzz,zzz,zz9.99-.
           05 reject-msg         pic x(40) value spaces.
      * one debit/credit pair - the accounts as the entry books
      * them, the sides swapped when the amount comes through negative
       01  pair-flds.
           05 pair-amount        pic s9(11)v99 comp-3 value 0.
           05 pair-dr            pic x(8) value spaces.
           05 pair-cr            pic x(8) value spaces.
           05 pair-label         pic x(30) value spaces.
       01  map-flds.
           05 map-proc           pic x(8) value spaces.
           05 map-gainls         pic x(8) value spaces.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  misc.
           05 famas-stat         pic xx value spaces.
           05 fatran-stat        pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           05 gen-func           pic x(5) value spaces.
           05 gen-file           pic x(8) value spaces.
           05 gen-in-count       pic 9(9) value zeros.
           05 gen-in-hash        pic s9(11)v99 value zeros.
           05 gen-out-count      pic 9(9) value zeros.
           05 gen-out-hash       pic s9(11)v99 value zeros.
           05 gen-status         pic x(2) value spaces.
      * before/after image audit trail - one pair per changed record
      * through the shared auditlog subprogram
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "FAMAS2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 200.
           05 aud-blank          pic x(200) value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
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
           if map-proc = spaces or map-gainls = spaces
              display "CGL167 - ACCTMAP MUST NAME FAPROC AND FAGAINLS "
                  "ACCOUNTS, NOTHING UPDATED" upon console
              stop run returning 16
           end-if.
           perform genchkrtn.
           open input famas.
           if famas-stat not = '00'
              move famas-stat to mf-filestat
              move "FAMAS"      to mf-filenamei
              move "FAMAS"      to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input fatran.
           if fatran-stat not = '00'
              move fatran-stat to mf-filestat
              move "FATRAN"     to mf-filenamei
              move "FATRAN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output famas2 gltrans farpt.
           open extend batchhdr.
           if batchhdr-stat = '35'
              open output batchhdr
           end-if.
           move spaces to gltrec.
           move "FA" to glt-type.
           move spaces to glt-batch.
           string "F" rundate-ymd6 (2:5) delimited by size
               into glt-batch
           end-string.
           move rundate-ymd6 to glt-date.
           move spaces to rptline.
           string "FIXED ASSET MAINTENANCE - RUN DATE " rundate-ymd8e
                  "  GL BATCH " glt-batch
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           read famas at end move 'Y' to famas-eof.
           read fatran at end move 'Y' to fatran-eof.
           perform matchrtn until famas-at-eof and fatran-at-eof.
           if batch-debits not = 0
              perform batchendrtn
           end-if.
           perform ttlrtn.
           close famas fatran famas2 gltrans batchhdr farpt.
           move "STAMP" to gen-func.
           move "FAMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
               gen-out-hash gen-status.
           move "CGL167" to jobsum-pgm.
           compute jobsum-count = add-count + xfer-count + disp-count.
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
           if am-kind = "FAPROC"
              move am-acct to map-proc
           end-if.
           if am-kind = "FAGAINLS"
              move am-acct to map-gainls
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       matchrtn.
           if famas-at-eof
              perform trnonlyrtn
           else
              if fatran-at-eof
                 perform copymastrtn
              else
                 if ft-asset < fa-asset
                    perform trnonlyrtn
                 else
                    if ft-asset > fa-asset
                       perform copymastrtn
                    else
                       perform matchedrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a transaction with no matching FAMAS record - only an ADD is
      * valid here, anything else against a missing asset rejects
       trnonlyrtn.
           move spaces to reject-msg.
           if ft-add
              perform addeditrtn
           else
              move "NO MATCHING ASSET" to reject-msg
           end-if.
           if reject-msg = spaces
              perform addrtn
           else
              perform rejectrtn
           end-if.
           read fatran at end move 'Y' to fatran-eof.
      * an add must carry everything the depreciation run and the
      * register need - the last failing check is the one reported
       addeditrtn.
           if ft-dscrptn = spaces
              move "ADD WITH NO DESCRIPTION" to reject-msg
           end-if.
           if ft-company = spaces
              move "ADD WITH NO COMPANY" to reject-msg
           end-if.
           if ft-acq-date not numeric or ft-acq-date = zeros
              move "ADD WITH NO ACQUISITION DATE" to reject-msg
           end-if.
           if ft-cost not numeric or ft-cost = zeros
              move "ADD WITH NO COST" to reject-msg
           end-if.
           if ft-method not = 'SL' and ft-method not = 'DB'
              move "METHOD MUST BE SL OR DB" to reject-msg
           end-if.
           if ft-life not numeric or ft-life = zeros
              move "ADD WITH NO LIFE IN MONTHS" to reject-msg
           end-if.
           if ft-asset-acct = spaces or ft-accum-acct = spaces
                 or ft-expense-acct = spaces
              move "ADD WITHOUT ALL THREE GL ACCOUNTS" to reject-msg
           end-if.
           if ft-salvage not numeric
              move zeros to ft-salvage
           end-if.
           if ft-accum not numeric
              move zeros to ft-accum
           end-if.
           if ft-db-rate not numeric
              move zeros to ft-db-rate
           end-if.
           if reject-msg = spaces
              if ft-salvage >= ft-cost
                 move "SALVAGE NOT LESS THAN COST" to reject-msg
              else
                 if ft-accum > ft-cost - ft-salvage
                    move "TAKE-ON DEPRN EXCEEDS COST - SALVAGE"
                      to reject-msg
                 end-if
              end-if
           end-if.
       addrtn.
           move spaces to fa2.
           move ft-asset to fa2-asset.
           move 'A' to fa2-status.
           move ft-dscrptn to fa2-dscrptn.
           move ft-class to fa2-class.
           move ft-company to fa2-company.
           move ft-dept to fa2-dept.
           move ft-acq-date to fa2-acq-date.
           move ft-cost to fa2-cost.
           move ft-method to fa2-method.
           move ft-life to fa2-life.
           move ft-db-rate to fa2-db-rate.
           move ft-salvage to fa2-salvage.
           move ft-accum to fa2-accum.
           move 0 to fa2-ytd-depr.
           move zeros to fa2-months-depr.
           move zeros to fa2-last-depr.
           move ft-asset-acct to fa2-asset-acct.
           move ft-accum-acct to fa2-accum-acct.
           move ft-expense-acct to fa2-expense-acct.
           move zeros to fa2-disp-date.
           move 0 to fa2-proceeds.
           move 0 to fa2-gain-loss.
           write fa2.
           perform genctoutrtn.
           move spaces to aud-key-ws.
           move ft-asset to aud-key-ws.
           call "auditlog" using aud-file-ws aud-key-ws aud-lth
               aud-blank fa2 jobid1 jobid2 rundate-ymd8.
           add 1 to add-count.
           move ft-cost to amt-ed.
           move spaces to rptline.
           string "ADD       " ft-asset " " ft-dscrptn " " ft-method
                  "  COST " amt-ed "  ACCT " ft-asset-acct
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * no transaction against this FAMAS record - carry as-is
       copymastrtn.
           move fa1 to fa2.
           write fa2.
           perform genctoutrtn.
           read famas at end move 'Y' to famas-eof.
      * a transaction matched to its FAMAS record by fa-asset
       matchedrtn.
           move fa1 to fa2.
           move spaces to reject-msg.
           if ft-add
              move "ASSET ALREADY ON FILE" to reject-msg
           else
              if ft-transfer
                 perform xferrtn
              else
                 if ft-dispose
                    perform disprtn
                 else
                    move "UNKNOWN ACTION" to reject-msg
                 end-if
              end-if
           end-if.
           if reject-msg not = spaces
              write fa2
              perform rejectrtn
           end-if.
           perform genctoutrtn.
           read famas at end move 'Y' to famas-eof.
           read fatran at end move 'Y' to fatran-eof.
      * a transfer stays inside the asset's company - moving it to
      * another company is a disposal there and an add here
       xferrtn.
           if fa-disposed
              move "TRANSFER OF A DISPOSED ASSET" to reject-msg
           end-if.
           if ft-company not = spaces and ft-company not = fa-company
              move "TRANSFER ACROSS COMPANIES" to reject-msg
           end-if.
           if ft-dept = spaces and ft-asset-acct = spaces
                 and ft-accum-acct = spaces and ft-expense-acct = spaces
              move "TRANSFER CHANGES NOTHING" to reject-msg
           end-if.
           if reject-msg = spaces
              perform xfer1rtn
           end-if.
       xfer1rtn.
           if ft-dept not = spaces
              move ft-dept to fa2-dept
           end-if.
           if ft-asset-acct not = spaces
              move ft-asset-acct to fa2-asset-acct
           end-if.
           if ft-accum-acct not = spaces
              move ft-accum-acct to fa2-accum-acct
           end-if.
           if ft-expense-acct not = spaces
              move ft-expense-acct to fa2-expense-acct
           end-if.
           write fa2.
           move spaces to aud-key-ws.
           move fa-asset to aud-key-ws.
           call "auditlog" using aud-file-ws aud-key-ws aud-lth
               fa1 fa2 jobid1 jobid2 rundate-ymd8.
           add 1 to xfer-count.
           move spaces to rptline.
           string "TRANSFER  " fa-asset " " fa-dscrptn
                  "  DEPT " fa-dept " TO " fa2-dept
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move fa-company to glt-company.
           move fa-asset to glt-ref.
           if fa2-asset-acct not = fa-asset-acct
              move fa-cost to pair-amount
              move fa2-asset-acct to pair-dr
              move fa-asset-acct to pair-cr
              move "FA TRANSFER - COST" to pair-label
              perform pairrtn
           end-if.
           if fa2-accum-acct not = fa-accum-acct
              move fa-accum to pair-amount
              move fa-accum-acct to pair-dr
              move fa2-accum-acct to pair-cr
              move "FA TRANSFER - ACCUM DEPRECIATION" to pair-label
              perform pairrtn
           end-if.
      * gain or loss is proceeds less net book value; the cost comes
      * off the asset account against the accumulated depreciation,
      * the proceeds and the gain or loss
       disprtn.
           if fa-disposed
              move "ASSET ALREADY DISPOSED" to reject-msg
           end-if.
           if ft-disp-date not numeric or ft-disp-date = zeros
              move "DISPOSAL WITH NO DATE" to reject-msg
           end-if.
           if reject-msg = spaces
              perform disp1rtn
           end-if.
       disp1rtn.
           if ft-proceeds numeric
              move ft-proceeds to fa2-proceeds
           else
              move 0 to fa2-proceeds
           end-if.
           compute nbv = fa-cost - fa-accum.
           compute fa2-gain-loss = fa2-proceeds - nbv.
           move 'D' to fa2-status.
           move ft-disp-date to fa2-disp-date.
           write fa2.
           move spaces to aud-key-ws.
           move fa-asset to aud-key-ws.
           call "auditlog" using aud-file-ws aud-key-ws aud-lth
               fa1 fa2 jobid1 jobid2 rundate-ymd8.
           add 1 to disp-count.
           add fa2-gain-loss to gain-loss-total.
           move nbv to amt-ed.
           move fa2-proceeds to amt2-ed.
           move fa2-gain-loss to amt3-ed.
           move spaces to rptline.
           string "DISPOSE   " fa-asset " " fa-dscrptn
                  "  NBV " amt-ed "  PROCEEDS " amt2-ed
                  "  GAIN/LOSS " amt3-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move fa-company to glt-company.
           move fa-asset to glt-ref.
           move fa-accum to pair-amount.
           move fa-accum-acct to pair-dr.
           move fa-asset-acct to pair-cr.
           move "FA DISPOSAL - ACCUM DEPRN" to pair-label.
           perform pairrtn.
           move fa2-proceeds to pair-amount.
           move map-proc to pair-dr.
           move fa-asset-acct to pair-cr.
           move "FA DISPOSAL - PROCEEDS" to pair-label.
           perform pairrtn.
           compute pair-amount = 0 - fa2-gain-loss.
           move map-gainls to pair-dr.
           move fa-asset-acct to pair-cr.
           move "FA DISPOSAL - GAIN/LOSS ON NBV" to pair-label.
           perform pairrtn.
       rejectrtn.
           move spaces to rptline.
           string "REJECTED - " reject-msg ": " ft-asset
                  " ACTION " ft-action
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to reject-count.
      * an entry with no money writes nothing
       pairrtn.
           if pair-amount not = 0
              move pair-label to glt-dscrptn
              if pair-amount < 0
                 compute gl-amount = 0 - pair-amount
                 move pair-cr to glt-acct
                 move gl-amount to glt-amount
                 move 'DR' to glt-js
                 write gltrec
                 move pair-dr to glt-acct
                 move 'CR' to glt-js
                 write gltrec
              else
                 move pair-amount to gl-amount
                 move pair-dr to glt-acct
                 move gl-amount to glt-amount
                 move 'DR' to glt-js
                 write gltrec
                 move pair-cr to glt-acct
                 move 'CR' to glt-js
                 write gltrec
              end-if
              add gl-amount to batch-debits
              move pair-amount to amt-ed
              move spaces to rptline
              string "          " pair-label "  DR " pair-dr
                     "  CR " pair-cr "  " amt-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * the matching BATCHHDR row carries debits and credits both
       batchendrtn.
           move spaces to bh-rec.
           move glt-batch to bh-batch.
           compute bh-total = batch-debits * 2.
           move ' ' to bh-reverse.
           write bh-rec.
           move "GEN" to intf-event.
           move "CGL167" to intf-source.
           move batch-debits to intf-debits.
           move batch-debits to intf-credits.
           call "intfctl" using intf-event glt-batch intf-source
               glt-date intf-debits intf-credits.
      * verify the mounted FAMAS against its latest generation stamp
      * BEFORE the update writes anything - the cap110 pre-pass
       genchkrtn.
           open input famas.
           if famas-stat not = '00'
              move famas-stat to mf-filestat
              move "FAMAS"      to mf-filenamei
              move "FAMAS"      to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read famas at end move 'Y' to famas-eof.
           perform genchk1rtn until famas-at-eof.
           close famas.
           move ' ' to famas-eof.
           move "CHECK" to gen-func.
           move "FAMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-in-count
               gen-in-hash gen-status.
           if gen-status = 'NO'
              display "CGL167 - FAMAS DOES NOT MATCH ITS LATEST "
                  "GENERATION STAMP - WRONG GENERATION MOUNTED, "
                  "RUN STOPPED BEFORE THE UPDATE" upon console
              stop run returning 16
           end-if.
       genchk1rtn.
           add 1 to gen-in-count.
           add fa-cost to gen-in-hash.
           read famas at end move 'Y' to famas-eof.
       genctoutrtn.
           add 1 to gen-out-count.
           add fa2-cost to gen-out-hash.
       ttlrtn.
           move spaces to rptline.
           string "TOTALS - ADDS: " add-count
                  "  TRANSFERS: " xfer-count
                  "  DISPOSALS: " disp-count
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move gain-loss-total to amt-ed.
           move batch-debits to amt2-ed.
           move spaces to rptline.
           string "NET GAIN/LOSS ON DISPOSAL: " amt-ed
                  "  GL BATCH " glt-batch " DEBITS: " amt2-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
